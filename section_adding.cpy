               MOVE 0 TO fp_actif
               MOVE 0 TO 1fp_cap_day_min
               MOVE 0 TO 1fp_cap_week_min
               MOVE 0 TO 1fp_cost_entier
               MOVE 0 TO 1fp_cost_decimal
               MOVE WS-SITE-NUM TO fp_site
               PERFORM WITH TEST AFTER UNTIL
               Wvalide = 1 OR MENU-VALIDATE = "N"
                 MOVE 1fp_actif TO fp_actif
                 MOVE 1fp_cap_day_min TO fp_cap_day_min
                 MOVE 1fp_cap_week_min TO fp_cap_week_min
                 MOVE 1fp_cost_entier TO fp_cost_entier
                 MOVE 1fp_cost_decimal TO fp_cost_decimal
                 IF fp_type = 0 OR fp_type = 1 OR fp_type = 2 OR
                    fp_type = 3 THEN
                    IF fp_actif = 0 OR fp_actif = 1 OR fp_actif = 2 THEN
                       MOVE 1 TO Wvalide
                    ELSE
               MOVE SPACES TO fr_conf_code
               MOVE 0 TO fr_parking
               MOVE SPACES TO fr_plate
               MOVE SPACES TO fr_plan
               MOVE SPACES TO fr_segment
               MOVE 0 TO fr_guest_confirmed
               MOVE 0 TO fr_numCo
               MOVE " " TO fr_promo
               MOVE 0 TO fr_discount_entier
               MOVE 0 TO fr_extra_entier
               MOVE 0 TO fr_extra_decimal
               MOVE 0 TO fr_origin
               MOVE SPACES TO WS-PKG-CODE
               PERFORM SUGGEST_PREFERRED_ROOM
               PERFORM WITH TEST AFTER UNTIL Wvalide = 1
                   ACCEPT RESA-EDITING-SCREEN
                   MOVE " " TO ERROR-MESSAGE
                   PERFORM PKG_APPLY_TO_STAY
                   IF WS-PKG-OK = 1 THEN
                       PERFORM VALIDATE_RESA_DATES
                   ELSE
                       MOVE 0 TO WS-VAL-OK
                   END-IF
                   IF WS-VAL-OK = 0 THEN
                       CONTINUE
                   ELSE
                                   "PROMO CODE NOT FOR THIS ROOM TYPE"
                                           TO ERROR-MESSAGE
                               END-EVALUATE
                           ELSE
                               MOVE 1 TO WS-RPL-PREPAY
                               PERFORM CHECK_RATE_PLAN
                           IF Wtrouve = 0 THEN
                               PERFORM SHOW_RATE_PLAN_REASON
                           ELSE
                               PERFORM CHECK_CLOSEOUT_CALENDAR
                               IF WS-CLZ-BLOCKED NOT = 0 THEN
                                   PERFORM SHOW_CLOSEOUT_REASON
                                   MOVE 5 TO WS-TRN-REASON
                                   PERFORM WRITE_TURNAWAY
                               ELSE
                               PERFORM CHECK_MARKET_SEGMENT
                               IF Wtrouve = 0 THEN
                                   MOVE
                                "UNKNOWN OR WITHDRAWN MARKET SEGMENT"
                                       TO ERROR-MESSAGE
                               ELSE
                               MOVE tamp_fresa TO 1tamp_fresa
                               PERFORM RESA_EXIST_DATE
                               IF Wtrouve = 1 THEN
                                   END-IF
                               END-IF
                               END-IF
                               END-IF
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                           WS-BILL-CO-FLAG = "y" THEN
                           MOVE fcl_numCo TO fr_numCo
                           PERFORM CHECK_COMPANY_ARREARS
                           IF fr_numCo NOT = 0 THEN
                               MOVE 1 TO WS-CRL-NEWSTAY
                               MOVE 0 TO WS-CRL-OVERRIDE
                               PERFORM CHECK_COMPANY_CREDIT
                           END-IF
                       END-IF
                   END-IF
                   MOVE 0 TO fr_discount_entier
                   MOVE 0 TO fr_discount_decimal
                   IF fr_promo NOT = SPACES THEN
                       MOVE fr_numCo TO WS-CRT-CO
                       MOVE fr_plan TO WS-RPL-ARM
                       PERFORM GET_ROOM_RATE_FOR_DATE
                       COMPUTE WS-REV-DURATION =
                           fr_duree_hours + (fr_duree_minute / 60)
                           + (fr_nights * 24)
                       PERFORM DST_STAY_CORRECTION
                       ADD WS-DST-HOURS TO WS-REV-DURATION
                       COMPUTE WS-REV-AMOUNT =
                           WS-REV-PRICE * WS-REV-DURATION
                       IF fpo_mode = 0 THEN
                       COMPUTE fr_discount_decimal =
                           (WS-PROMO-DISC - fr_discount_entier) * 100
                   END-IF
                   IF WS-PKG-CODE NOT = SPACES THEN
                       PERFORM PKG_ALLOCATE
                   END-IF
                   PERFORM GENERATE_CONF_CODE
                   PERFORM OFFER_PARKING_SPOT
                   PERFORM STAMP_RESA_CREATION
                   WRITE tamp_fresa
                       INVALID KEY
                           IF cr_fresa = "51" OR cr_fresa = "99"
                           MOVE "ADD" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                           MOVE fr_numCo TO WS-CRT-CO
                           IF WS-PKG-CODE NOT = SPACES THEN
                               PERFORM PKG_RECORD_SALE
                           END-IF
                           IF fr_promo NOT = SPACES THEN
                               OPEN I-O fpromo
                                   MOVE fr_promo TO fpo_code
                           IF fr_paid_entier NOT = 0 OR
                               fr_paid_decimal NOT = 0 THEN
                               MOVE 0 TO WS-PAY-METHOD
                               PERFORM ACCEPT_PAYMENT_METHOD
                               MOVE fr_paid_entier TO
                                   WS-PAY-AMT-ENTIER
                               MOVE fr_paid_decimal TO
                                   END-READ
                               CLOSE fcli
                           END-IF
                           PERFORM REMEMBER_CLIENT_SEGMENT
                   END-WRITE
               ELSE
                   MOVE "CREATION ABORT" TO ERROR-MESSAGE
               END-READ
           CLOSE fco.

      * fr_numCo HOLDS THE ACCOUNT AND tamp_fresa THE STAY (fresa
      * OPEN, AS FOR CALC_SLOT_OCCUPANCY) - WS-CRL-NEWSTAY IS 1 WHEN
      * THE STAY IS NOT IN fresa YET, SO ITS OWN PRICE IS ADDED TO
      * THE ACCOUNT'S LIVE EXPOSURE. AN ACCOUNT WITH A LIMIT IS
      * WARNED FROM THE fparam "CRWP" PERCENTAGE (DEFAULT 80) AND
      * REFUSED PAST THE LIMIT UNLESS A MANAGER SIGNS OFF (ONCE PER
      * BOOKING - WS-CRL-OVERRIDE). A REFUSAL LEAVES WS-CRL-OK = 0
      * AND fr_numCo = 0, SO THE STAY FALLS BACK TO A PERSONAL BILL.
      * tamp_fresa, tamp_fch AND THE YIELD SWITCHES ARE PUT BACK.
       CHECK_COMPANY_CREDIT.
           MOVE 1 TO WS-CRL-OK
           MOVE 0 TO WS-CRL-LIMIT
           OPEN INPUT fco
               MOVE fr_numCo TO fco_numCo
               READ fco
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-CRL-LIMIT = fco_credit_entier +
                           (fco_credit_decimal / 100)
               END-READ
           CLOSE fco
           IF WS-CRL-LIMIT > 0 THEN
               MOVE tamp_fresa TO WS-CRL-FRESA
               MOVE tamp_fch TO WS-CRL-FCH
               MOVE WS-YLD-ACTIVE TO WS-CRL-YLD-ACTIVE
               MOVE WS-YLD-FIRED TO WS-CRL-YLD-FIRED
               MOVE 0 TO WS-CRL-NEW
               IF WS-CRL-NEWSTAY = 1 THEN
                   MOVE fr_numCo TO WS-CRL-CO
                   PERFORM CRL_STAY_AMOUNT
                   MOVE WS-REV-AMOUNT TO WS-CRL-NEW
               END-IF
               MOVE 0 TO WS-YLD-ACTIVE
               MOVE fr_numCo TO WS-CRL-CO
               PERFORM CALC_COMPANY_EXPOSURE
               MOVE WS-CRL-FRESA TO tamp_fresa
               MOVE WS-CRL-FCH TO tamp_fch
               MOVE WS-CRL-YLD-ACTIVE TO WS-YLD-ACTIVE
               MOVE WS-CRL-YLD-FIRED TO WS-YLD-FIRED
               COMPUTE WS-CRL-PROJ = WS-CRL-EXPOSURE + WS-CRL-NEW
               COMPUTE WS-CRL-PCT = WS-CRL-PROJ * 100 / WS-CRL-LIMIT
               MOVE "CRWP" TO fpar_key
               PERFORM GET_PARAM_RATE
               MOVE fpar_value TO WS-CRL-WARN-PCT
               IF WS-CRL-WARN-PCT = 0 THEN
                   MOVE 80 TO WS-CRL-WARN-PCT
               END-IF
               MOVE WS-CRL-LIMIT TO WS-CRL-LIMIT-ED
               MOVE WS-CRL-EXPOSURE TO WS-CRL-EXP-ED
               MOVE WS-CRL-NEW TO WS-CRL-NEW-ED
               MOVE WS-CRL-PROJ TO WS-CRL-PROJ-ED
               MOVE WS-CRL-PCT TO WS-CRL-PCT-ED
               IF WS-CRL-PROJ > WS-CRL-LIMIT THEN
                   IF WS-CRL-OVERRIDE = 0 THEN
                       MOVE "OVER THE CREDIT LIMIT - REFUSED UNLESS A"
                           TO WS-CRL-MSG
                       MOVE "MANAGER OVERRIDES ? (Y/N) >" TO
                           WS-CRL-PROMPT
                       PERFORM CRL_ASK_CLERK
                       IF WS-CRL-ASK = "Y" OR WS-CRL-ASK = "y" THEN
                           PERFORM VERIFY_MANAGER_CREDENTIAL
                           IF WS-MGR-OK = 1 THEN
                               MOVE 1 TO WS-CRL-OVERRIDE
                               MOVE "fco" TO WS-AUDIT-FILE
                               MOVE fco_numCo TO WS-AUDIT-KEY
                               MOVE "CREDOVR" TO WS-AUDIT-OP
                               PERFORM AUDIT_LOG
                           ELSE
                               MOVE 0 TO WS-CRL-OK
                           END-IF
                       ELSE
                           MOVE 0 TO WS-CRL-OK
                       END-IF
                   END-IF
               ELSE
                   IF WS-CRL-PCT >= WS-CRL-WARN-PCT THEN
                       MOVE "NEAR THE CREDIT LIMIT" TO WS-CRL-MSG
                       MOVE "BILL TO THE COMPANY ? (Y/N) >" TO
                           WS-CRL-PROMPT
                       PERFORM CRL_ASK_CLERK
                       IF WS-CRL-ASK NOT = "Y" AND
                           WS-CRL-ASK NOT = "y" THEN
                           MOVE 0 TO WS-CRL-OK
                       END-IF
                   END-IF
               END-IF
               IF WS-CRL-OK = 0 THEN
                   MOVE 0 TO fr_numCo
                   MOVE "COMPANY CREDIT REFUSED - BILLED PERSONALLY"
                       TO ERROR-MESSAGE
               END-IF
           END-IF.

      * SHOWS THE ACCOUNT'S POSITION WITH WS-CRL-MSG/WS-CRL-PROMPT
      * AND TAKES THE CLERK'S Y/N INTO WS-CRL-ASK.
       CRL_ASK_CLERK.
           MOVE " " TO WS-CRL-ASK
           ACCEPT COMPANY-CREDIT-SCREEN.

      * WS-CRL-CO HOLDS THE ACCOUNT AND fresa MUST BE OPEN - LEAVES
      * THE LIVE EXPOSURE IN WS-CRL-EXPOSURE: EVERY STAY (LIVE OR
      * ARCHIVED) BILLED TO THE ACCOUNT WHOSE END MONTH HAS NO
      * STATEMENT YET (PRICED AS
      * BUILD_ONE_COMPANY_STATEMENT WILL PRICE IT), PLUS EVERY
      * UNPAID fstmt STATEMENT, PLUS THE OPEN fext CHARGES ON THE
      * ACCOUNT'S STAYS, WITH THE THREE PARTS IN WS-CRL-STAYS,
      * WS-CRL-STMTS AND WS-CRL-EXTRAS. CANCELLED STAYS DO NOT
      * COUNT. tamp_fresa AND tamp_fch ARE CLOBBERED.
       CALC_COMPANY_EXPOSURE.
           MOVE 0 TO WS-CRL-STAYS
           MOVE 0 TO WS-CRL-STMTS
           MOVE 0 TO WS-CRL-EXTRAS
           MOVE 0 TO WS-CRL-MCNT
           OPEN INPUT fstmt
               MOVE WS-CRL-CO TO fst_numCo
               START fstmt KEY IS EQUAL fst_numCo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-CRL-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-CRL-EOF = 1
                           READ fstmt NEXT
                               AT END
                                   MOVE 1 TO WS-CRL-EOF
                               NOT AT END
                                   IF fst_numCo NOT = WS-CRL-CO THEN
                                       MOVE 1 TO WS-CRL-EOF
                                   ELSE
                                       PERFORM CRL_ONE_STATEMENT
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fstmt
           MOVE ZEROS TO fr_numResa
           START fresa KEY IS NOT < fr_numResa
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-CRL-EOF
                   PERFORM WITH TEST AFTER UNTIL WS-CRL-EOF = 1
                       READ fresa NEXT
                           AT END
                               MOVE 1 TO WS-CRL-EOF
                           NOT AT END
                               IF fr_numCo = WS-CRL-CO AND
                                   fr_status NOT = 3 THEN
                                   PERFORM CRL_ONE_STAY
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
      *    THE NIGHTLY ARCHIVE TAKES A STAY THE NIGHT AFTER CHECKOUT,
      *    LONG BEFORE THE MONTH-END STATEMENT BILLS IT
           OPEN INPUT fresaarch
               MOVE 0 TO WS-CRL-EOF
               PERFORM WITH TEST AFTER UNTIL WS-CRL-EOF = 1
                   READ fresaarch NEXT
                       AT END
                           MOVE 1 TO WS-CRL-EOF
                       NOT AT END
                           IF fra_numCo = WS-CRL-CO AND
                               fra_status NOT = 3 THEN
                               PERFORM CRL_ONE_ARCH_STAY
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresaarch
           COMPUTE WS-CRL-EXPOSURE = WS-CRL-STAYS + WS-CRL-STMTS +
               WS-CRL-EXTRAS.

      * tamp_fstmt HOLDS ONE OF THE ACCOUNT'S STATEMENTS - ITS MONTH
      * IS BILLED, AND IT COUNTS IN FULL WHILE UNPAID.
       CRL_ONE_STATEMENT.
           IF WS-CRL-MCNT < 240 THEN
               ADD 1 TO WS-CRL-MCNT
               COMPUTE WS-CRL-MONTH(WS-CRL-MCNT) =
                   (fst_year * 100) + fst_month
           END-IF
           IF fst_paid = 0 THEN
               COMPUTE WS-CRL-STMTS = WS-CRL-STMTS +
                   fst_total_entier + (fst_total_decimal / 100)
           END-IF.

      * tamp_fresa HOLDS ONE OF THE ACCOUNT'S STAYS - ADDS ITS PRICE
      * WHEN ITS END MONTH IS NOT ON A STATEMENT YET, AND ITS OPEN
      * EXTRAS EITHER WAY.
       CRL_ONE_STAY.
           COMPUTE WS-CRL-YM = (fr_date_fin_year * 100) +
               fr_date_fin_month
           MOVE 0 TO WS-CRL-BILLED
           PERFORM VARYING WS-CRL-MIDX FROM 1 BY 1
               UNTIL WS-CRL-MIDX > WS-CRL-MCNT
               IF WS-CRL-MONTH(WS-CRL-MIDX) = WS-CRL-YM THEN
                   MOVE 1 TO WS-CRL-BILLED
               END-IF
           END-PERFORM
           IF WS-CRL-BILLED = 0 THEN
               PERFORM CRL_STAY_AMOUNT
               ADD WS-REV-AMOUNT TO WS-CRL-STAYS
           END-IF
           MOVE fr_numResa TO WS-CRL-RESA
           PERFORM CRL_STAY_EXTRAS.

      * WS-CRL-RESA HOLDS THE STAY - ADDS ITS OPEN fext CHARGES.
       CRL_STAY_EXTRAS.
           OPEN INPUT fext
               MOVE WS-CRL-RESA TO fe_numResa
               START fext KEY IS EQUAL fe_numResa
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-CRL-STOP
                       PERFORM WITH TEST AFTER UNTIL WS-CRL-STOP = 1
                           READ fext NEXT
                               AT END
                                   MOVE 1 TO WS-CRL-STOP
                               NOT AT END
                                   IF fe_numResa NOT = WS-CRL-RESA THEN
                                       MOVE 1 TO WS-CRL-STOP
                                   ELSE
                                       PERFORM CRL_ADD_OPEN_EXTRA
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fext.

      * tamp_fext HOLDS ONE OF THE STAY'S CHARGES - COUNTS IT WHILE
      * STILL OPEN.
       CRL_ADD_OPEN_EXTRA.
           IF fe_status = 0 THEN
               COMPUTE WS-CRL-EXTRAS = WS-CRL-EXTRAS +
                   fe_amount_entier + (fe_amount_decimal / 100)
           END-IF.

      * tamp_fresaarch HOLDS ONE OF THE ACCOUNT'S ARCHIVED STAYS -
      * SAME AS CRL_ONE_STAY, PRICED AS STMT_ADD_ARCH_REVENUE PRICES
      * IT; ITS OPEN EXTRAS MAY STILL BE LIVE OR ALREADY ARCHIVED.
       CRL_ONE_ARCH_STAY.
           COMPUTE WS-CRL-YM = (fra_date_fin_year * 100) +
               fra_date_fin_month
           MOVE 0 TO WS-CRL-BILLED
           PERFORM VARYING WS-CRL-MIDX FROM 1 BY 1
               UNTIL WS-CRL-MIDX > WS-CRL-MCNT
               IF WS-CRL-MONTH(WS-CRL-MIDX) = WS-CRL-YM THEN
                   MOVE 1 TO WS-CRL-BILLED
               END-IF
           END-PERFORM
           IF WS-CRL-BILLED = 0 THEN
               MOVE 0 TO WS-REV-AMOUNT
               MOVE fra_numCh TO fc_numCh
               OPEN INPUT fch
                   READ fch
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE fra_date_debut TO fr_date_debut
                           MOVE WS-CRL-CO TO WS-CRT-CO
                           MOVE fra_plan TO WS-RPL-ARM
                           PERFORM GET_ROOM_RATE_FOR_DATE
                           COMPUTE WS-REV-DURATION =
                               fra_duree_hours +
                               (fra_duree_minute / 60)
                               + (fra_nights * 24)
                           PERFORM DST_ARCH_CORRECTION
                           ADD WS-DST-HOURS TO WS-REV-DURATION
                           COMPUTE WS-REV-AMOUNT =
                               WS-REV-PRICE * WS-REV-DURATION
                   END-READ
               CLOSE fch
               ADD WS-REV-AMOUNT TO WS-CRL-STAYS
           END-IF
           MOVE fra_numResa TO WS-CRL-RESA
           PERFORM CRL_STAY_EXTRAS
           OPEN INPUT fextarch
               MOVE WS-CRL-RESA TO fea_numResa
               START fextarch KEY IS EQUAL fea_numResa
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-CRL-STOP
                       PERFORM WITH TEST AFTER UNTIL WS-CRL-STOP = 1
                           READ fextarch NEXT
                               AT END
                                   MOVE 1 TO WS-CRL-STOP
                               NOT AT END
                                   IF fea_numResa NOT = WS-CRL-RESA
                                       THEN
                                       MOVE 1 TO WS-CRL-STOP
                                   ELSE
                                       MOVE tamp_fextarch TO tamp_fext
                                       PERFORM CRL_ADD_OPEN_EXTRA
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fextarch.

      * fr_* HOLDS A STAY BILLED TO WS-CRL-CO - LEAVES ITS PRICE x
      * DURATION IN WS-REV-AMOUNT, THE SAME MATH AS
      * STMT_ADD_LIVE_REVENUE (0 WHEN THE ROOM IS GONE).
       CRL_STAY_AMOUNT.
           MOVE 0 TO WS-REV-AMOUNT
           MOVE fr_numCh TO fc_numCh
           OPEN INPUT fch
               READ fch
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-CRL-CO TO WS-CRT-CO
                       MOVE fr_plan TO WS-RPL-ARM
                       PERFORM GET_ROOM_RATE_FOR_DATE
                       COMPUTE WS-REV-DURATION =
                           fr_duree_hours + (fr_duree_minute / 60)
                           + (fr_nights * 24)
                       PERFORM DST_STAY_CORRECTION
                       ADD WS-DST-HOURS TO WS-REV-DURATION
                       COMPUTE WS-REV-AMOUNT =
                           WS-REV-PRICE * WS-REV-DURATION
               END-READ
           CLOSE fch.

      * ASKS FOR JUST THE CLIENT NUMBER (SAME SRCH-CLI-SCREEN LOOKUP
      * SEARCH_CLIENT USES) BEFORE THE MAIN RESA-EDITING-SCREEN LOOP
      * SO fr_numCL AND fr_numCh CAN BE PRE-FILLED FROM THE CLIENT'S
       SUGGEST_PREFERRED_ROOM.
           MOVE 0 TO fcl_numCl
           OPEN INPUT fcli
               PERFORM MASK_CLIENT_TEL
               ACCEPT SRCH-CLI-SCREEN
               READ fcli
                   INVALID KEY
           MOVE 24 TO fc_close_hour
           MOVE 0 TO fc_zone
           MOVE WS-SITE-NUM TO fc_site
           MOVE WS-BUSINESS-DATE TO fc_in_service
           MOVE 0 TO fc_retired
           PERFORM WITH TEST AFTER UNTIL Wvalide = 1
               ACCEPT ROOM-EDITING-SCREEN
               MOVE " " TO ERROR-MESSAGE
                   IF fc_open_hour > 24 OR fc_close_hour > 24 OR
                       fc_open_hour >= fc_close_hour THEN
                       MOVE "WRONG OPERATING HOURS" TO ERROR-MESSAGE
                   ELSE
                   IF fc_in_service NOT = 0 AND
                       FUNCTION TEST-DATE-YYYYMMDD(fc_in_service)
                       NOT = 0 THEN
                       MOVE "WRONG IN-SERVICE DATE" TO ERROR-MESSAGE
                   ELSE
                       MOVE 1 TO Wvalide
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-PERFORM
                           MOVE fc_numCh TO WS-AUDIT-KEY
                           MOVE "ADD" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
      *                    THE FIRST ROW OF THE ROOM'S INVENTORY HISTORY
                           MOVE 1 TO fri_kind
                           MOVE fc_in_service TO fri_from
                           MOVE 0 TO fri_to
                           MOVE "ROOM CREATED" TO fri_reason
                           PERFORM WRITE_ROOM_INVENTORY_ROW
                   END-WRITE
               CLOSE fch
           ELSE
              MOVE "CREATION ABORT" TO ERROR-MESSAGE
           END-IF.

      * TAKES A ROOM OUT OF THE SELLABLE INVENTORY FOR A DATED
      * RENOVATION WINDOW (BOTH DAYS INCLUDED) WITHOUT RETIRING IT -
      * BOOKINGS AND THE DATED OCCUPANCY REPORTS SKIP THE ROOM FOR
      * THOSE DAYS ONLY. REFUSED WHILE A BOOKING FALLS IN THE WINDOW.
       ADD_ROOM_RENOVATION.
           MOVE 0 TO fc_numCh
           MOVE WS-BUSINESS-DATE TO fri_from
           MOVE WS-BUSINESS-DATE TO fri_to
           MOVE SPACES TO fri_reason
           MOVE 0 TO Wvalide
           PERFORM WITH TEST AFTER UNTIL Wvalide = 1
               MOVE " " TO MENU-VALIDATE
               ACCEPT ROOM-RENOVATION-SCREEN
               MOVE " " TO ERROR-MESSAGE
               MOVE fc_numCh TO fr_numCh
               PERFORM ROOM_EXIST
               IF Wtrouve = 0 THEN
                   MOVE "ROOM DOESN'T EXIST" TO ERROR-MESSAGE
               ELSE
               IF fc_retired NOT = 0 THEN
                   MOVE "ROOM IS RETIRED" TO ERROR-MESSAGE
               ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(fri_from) NOT = 0 OR
                   FUNCTION TEST-DATE-YYYYMMDD(fri_to) NOT = 0 OR
                   fri_to < fri_from THEN
                   MOVE "WRONG RENOVATION DATES" TO ERROR-MESSAGE
               ELSE
                   MOVE 1 TO Wvalide
               END-IF
               END-IF
               END-IF
               IF MENU-VALIDATE = "N" OR MENU-VALIDATE = "n" THEN
                   MOVE 1 TO Wvalide
               END-IF
           END-PERFORM
           IF MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y" THEN
               MOVE fri_from TO WS-RIN-DATE
               MOVE fri_to TO WS-RIN-LAST
               PERFORM ROOM_BOOKED_BETWEEN
               IF Wtrouve = 1 THEN
                   MOVE "ROOM IS BOOKED IN THAT WINDOW" TO
                       ERROR-MESSAGE
               ELSE
                   MOVE 3 TO fri_kind
                   PERFORM WRITE_ROOM_INVENTORY_ROW
                   IF ERROR-MESSAGE = SPACES THEN
                       MOVE "RENOVATION PERIOD RECORDED" TO
                           ERROR-MESSAGE
                   END-IF
               END-IF
           ELSE
               MOVE "RENOVATION ABORT" TO ERROR-MESSAGE
           END-IF.

       ADD_CLIENT.
           MOVE 0 TO Wvalide
           OPEN I-O fcli
               MOVE 0 TO fcl_preferred_room
               MOVE 0 TO fcl_numCo
               MOVE 0 TO fcl_points
               MOVE SPACES TO fcl_segment
               MOVE SPACES TO fcl_rfm_seg
               MOVE 0 TO fcl_rfm_r
               MOVE 0 TO fcl_rfm_f
               MOVE 0 TO fcl_rfm_m
               MOVE 0 TO fcl_ltv_entier
               MOVE 0 TO fcl_ltv_decimal
               MOVE 0 TO fcl_stays
               MOVE 0 TO fcl_last_stay
               MOVE 0 TO fcl_rfm_date
               MOVE SPACES TO fcl_lang
               PERFORM WITH TEST AFTER UNTIL Wvalide = 1
                   ACCEPT ADD-CLI-SCREEN
                   MOVE " " TO ERROR-MESSAGE
                               MOVE "ADDRESS IS REQUIRED"
                                  TO ERROR-MESSAGE
                           ELSE
                               MOVE fcl_lang TO WS-LNG-CHECK
                               PERFORM CHECK_LANGUAGE_CODE
                               IF fcl_status = 0 OR fcl_status = 1 OR
                                   fcl_status = 2 THEN
                                   IF WS-LNG-OK = 1 THEN
                                       MOVE 1 TO Wvalide
                                   ELSE
                                       MOVE "UNKNOWN LANGUAGE CODE"
                                           TO ERROR-MESSAGE
                                   END-IF
                               ELSE
                                   MOVE "WRONG STATUS" TO ERROR-MESSAGE
                               END-IF
                       IF fwo_priority < 1 OR fwo_priority > 3 THEN
                           MOVE "WRONG PRIORITY" TO ERROR-MESSAGE
                       ELSE
                           PERFORM CHECK_WORK_ORDER_ASSIGNEE
                       END-IF
                   END-IF
               END-IF
               MOVE WS-CURRENT-DATE TO fwo_date_open
               MOVE ZEROS TO fwo_date_closed
               MOVE 0 TO fwo_status
               MOVE ZEROS TO fwo_real_start
               MOVE ZEROS TO fwo_real_end
               OPEN I-O fwo
                   WRITE tamp_fwo
                       INVALID KEY
               MOVE "CREATION ABORT" TO ERROR-MESSAGE
           END-IF.

      * fwo_assigned 0 LEAVES THE ORDER IN THE MAINTENANCE QUEUE FOR
      * ANY TECHNICIAN; OTHERWISE IT MUST NAME A MAINTENANCE STAFF
      * MEMBER (fp_type = 3) SO IT SHOWS UP ON THEIR MENU.
       CHECK_WORK_ORDER_ASSIGNEE.
           IF fwo_assigned = 0 THEN
               MOVE 1 TO Wvalide
           ELSE
               OPEN INPUT fpers
                   MOVE fwo_assigned TO fp_numP
                   READ fpers
                       INVALID KEY
                           MOVE "INEXISTING STAFF MEMBER" TO
                               ERROR-MESSAGE
                       NOT INVALID KEY
                           IF fp_type NOT = 3 THEN
                               MOVE "ASSIGNEE IS NOT A TECHNICIAN" TO
                                   ERROR-MESSAGE
                           ELSE
                               MOVE 1 TO Wvalide
                           END-IF
                   END-READ
               CLOSE fpers
           END-IF.

      * THE CLEANING SIDE LOGS A FOUND ITEM - ROOM, THE MISSION IT
      * TURNED UP IN, WHAT IT IS AND WHERE IT WENT (THE CARDBOARD
      * BOX RETIRES HERE).
               MOVE "CREATION ABORT" TO ERROR-MESSAGE
           END-IF.

      * THE HOUSEKEEPING ROUNDS SHEET - ONE ROOM PER SCREEN, EACH
      * RECORDED AS SEEN FROM THE CORRIDOR UNTIL THE CLEANER ENDS
      * THE ROUND. THE DISCREPANCY CHECK IN THE BATCH COMPARES THEM
      * WITH fresa.
       ADD_ROOM_SIGHTINGS.
           MOVE 0 TO WS-SGT-LOGGED
           MOVE 0 TO fsr_numCh
           MOVE 0 TO fsr_state
           MOVE WS-CURRENT-DATE TO fsr_date
           MOVE WS-CURRENT-HOURS TO fsr_hours
           MOVE WS-CURRENT-MINUTE TO fsr_minute
           PERFORM WITH TEST AFTER UNTIL MENU-VALIDATE = "N"
               OR MENU-VALIDATE = "n"
               MOVE " " TO MENU-VALIDATE
               ACCEPT ROUNDS-SHEET-SCREEN
               MOVE " " TO ERROR-MESSAGE
               IF MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y" THEN
                   MOVE fsr_numCh TO fr_numCh
                   PERFORM ROOM_EXIST
                   IF Wtrouve = 0 THEN
                       MOVE "ROOM DOESN'T EXIST" TO ERROR-MESSAGE
                   ELSE
                       IF fsr_state > 2 THEN
                           MOVE "SEEN MUST BE 0, 1 OR 2" TO
                               ERROR-MESSAGE
                       ELSE
                           MOVE WS-CURRENT-USER-NUM TO fsr_numP
                           PERFORM WRITE_ROOM_SIGHTING
                           MOVE 0 TO fsr_numCh
                           MOVE 0 TO fsr_state
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO ERROR-MESSAGE
           STRING "ROUND CLOSED - " WS-SGT-LOGGED " ROOMS LOGGED"
               DELIMITED BY SIZE INTO ERROR-MESSAGE.

      * tamp_fsight HOLDS ONE CHECKED SIGHTING (ROOM, STATE, WHEN,
      * WHO) - NUMBERS AND FILES IT, SHARED WITH THE HANDHELD
      * EXCHANGE.
       WRITE_ROOM_SIGHTING.
           PERFORM GET_LASTID_SIGHTING
           MOVE 0 TO fsr_checked
           OPEN I-O fsight
               WRITE tamp_fsight
                   INVALID KEY
                       MOVE "CREATION ERROR" TO ERROR-MESSAGE
                   NOT INVALID KEY
                       ADD 1 TO WS-SGT-LOGGED
                       MOVE "fsight" TO WS-AUDIT-FILE
                       MOVE fsr_numSg TO WS-AUDIT-KEY
                       MOVE "ADD" TO WS-AUDIT-OP
                       PERFORM AUDIT_LOG
               END-WRITE
           CLOSE fsight.

      * LOGS A COMPLAINT/INCIDENT AGAINST A STAY (OR DIRECTLY
      * AGAINST A CLIENT WHEN THERE IS NO RESERVATION TO PIN IT ON),
      * WITH ANY COMPENSATION GRANTED ON THE SPOT - THE SPIRAL
           MOVE 0 TO fsk_qty
           MOVE 0 TO fsk_min
           MOVE 0 TO fsk_laundry
           MOVE 0 TO WS-STK-PRICE-ENTIER
           MOVE 0 TO WS-STK-PRICE-DECIMAL
           PERFORM WITH TEST AFTER UNTIL Wvalide = 1
               OR MENU-VALIDATE = "N"
               ACCEPT STOCK-EDIT-SCREEN
               END-IF
           END-PERFORM
           IF MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y" THEN
               COMPUTE fsk_avg_cost = WS-STK-PRICE-ENTIER +
                   (WS-STK-PRICE-DECIMAL / 100)
               OPEN I-O fstock
                   WRITE tamp_fstock
                       INVALID KEY
               MOVE "CREATION ABORT" TO ERROR-MESSAGE
           END-IF.

      * BOOKS A DELIVERY INTO STOCK (RECEIVE_STOCK) - A PRICED
      * DELIVERY RE-AVERAGES THE ITEM'S UNIT COST
       RECEIVE_STOCK.
           MOVE 0 TO fsk_numItem
           MOVE 0 TO WS-STK-RECEIVED
           MOVE 0 TO WS-STK-PRICE-ENTIER
           MOVE 0 TO WS-STK-PRICE-DECIMAL
           ACCEPT STOCK-RECEIVE-SCREEN
           MOVE " " TO ERROR-MESSAGE
           COMPUTE WS-STK-UNIT-PRICE = WS-STK-PRICE-ENTIER +
               (WS-STK-PRICE-DECIMAL / 100)
           OPEN I-O fstock
               READ fstock
                   INVALID KEY
                       MOVE "INEXISTING STOCK ITEM" TO ERROR-MESSAGE
                   NOT INVALID KEY
                       PERFORM AVERAGE_IN_RECEIPT
                       ADD WS-STK-RECEIVED TO fsk_qty
                       REWRITE tamp_fstock
                       MOVE "fstock" TO WS-AUDIT-FILE
               END-READ
           CLOSE fstock.

      * tamp_fstock HOLDS THE ITEM BEFORE THE RECEIPT IS ADDED -
      * RE-AVERAGES fsk_avg_cost OVER EVERYTHING OWNED (ON HAND PLUS
      * AT THE LAUNDRY) WITH WS-STK-RECEIVED UNITS AT
      * WS-STK-UNIT-PRICE. AN UNPRICED RECEIPT (ZERO) COMES IN AT
      * THE CURRENT AVERAGE AND LEAVES IT AS IT IS.
       AVERAGE_IN_RECEIPT.
           IF WS-STK-UNIT-PRICE NOT = 0 AND WS-STK-RECEIVED NOT = 0
               THEN
               COMPUTE WS-STK-OWNED = fsk_qty + fsk_laundry
               COMPUTE fsk_avg_cost ROUNDED =
                   ((WS-STK-OWNED * fsk_avg_cost) +
                   (WS-STK-RECEIVED * WS-STK-UNIT-PRICE)) /
                   (WS-STK-OWNED + WS-STK-RECEIVED)
           END-IF.

      * REGISTERS ONE GARAGE BOX.
       ADD_PARKING_SPOT.
           PERFORM GET_LASTID_PARKING
           MOVE 0 TO frt_we_decimal
           MOVE 0 TO frt_open_hour
           MOVE 24 TO frt_close_hour
           MOVE 0 TO frt_turn_target
           ACCEPT ROOM-TYPE-SCREEN
           MOVE " " TO ERROR-MESSAGE
           IF FUNCTION TRIM(frt_label) = SPACES THEN
           CLOSE fstksess
           IF WS-STK-SESSION NOT = 0 THEN
               MOVE 0 TO WS-STK-LINES
               MOVE 0 TO WS-STK-VAR-TOTAL
               OPEN I-O fstock
                   MOVE 0 TO Wfin
                   PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           PERFORM AUDIT_LOG
                   END-READ
               CLOSE fstksess
               MOVE WS-STK-VAR-TOTAL TO WS-STK-VAR-ED
               DISPLAY "STOCKTAKE " WS-STK-SESSION " POSTED - "
                   WS-STK-LINES " ITEMS COUNTED, NET VARIANCE VALUE "
                   WS-STK-VAR-ED
               MOVE "STOCKTAKE POSTED" TO ERROR-MESSAGE
           END-IF.

      * tamp_fstock HOLDS ONE ITEM (fstock OPEN I-O) - BLIND COUNT
      * IN, VARIANCE LINE OUT (COSTED AT THE AVERAGE UNIT COST),
      * fsk_qty ADJUSTED TO THE COUNT.
       STOCKTAKE_ONE_ITEM.
           MOVE 0 TO WS-STK-COUNTED
           ACCEPT STOCKTAKE-COUNT-SCREEN
           COMPUTE WS-STK-VAR = WS-STK-COUNTED - fsk_qty
           PERFORM GET_LASTID_STOCKTAKE_LINE
           MOVE WS-STK-SESSION TO ftk_numSs
           MOVE fsk_numItem TO ftk_numItem
           MOVE fsk_qty TO ftk_sys_qty
           MOVE WS-STK-COUNTED TO ftk_counted
           MOVE WS-STK-VAR TO ftk_variance
           MOVE fsk_avg_cost TO ftk_unit_cost
           COMPUTE ftk_var_cost ROUNDED = WS-STK-VAR * fsk_avg_cost
           ADD ftk_var_cost TO WS-STK-VAR-TOTAL
           MOVE ftk_var_cost TO WS-STK-VAR-ED
           DISPLAY "  ITEM " fsk_numItem " SYSTEM " fsk_qty
               " COUNTED " WS-STK-COUNTED " VARIANCE " WS-STK-VAR
               " VALUE " WS-STK-VAR-ED
           OPEN I-O fstkline
               WRITE tamp_fstkline
                   INVALID KEY
               MOVE "CREATION ABORT" TO ERROR-MESSAGE
           END-IF.

      * ONE DATED ABSENCE FOR A STAFF MEMBER - THE RANGE IS COUNTED
      * IN WORKING DAYS OFF THE PERSON'S ROSTER, AND A HOLIDAY IS
      * CHECKED AGAINST THE LEAVE BALANCE BEFORE IT IS DEBITED
       ADD_ABSENCE.
           MOVE 0 TO Wvalide
           PERFORM GET_LASTID_ABSENCE
           MOVE 0 TO fab_numP
           MOVE WS-CURRENT-DATE TO fab_start
           MOVE WS-CURRENT-DATE TO fab_end
           MOVE 1 TO fab_type
           MOVE 0 TO fab_days
           PERFORM WITH TEST AFTER UNTIL Wvalide = 1
               OR MENU-VALIDATE = "N"
               ACCEPT ABSENCE-EDIT-SCREEN
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO Wtrouve
                           MOVE fp_dateEmbauche TO WS-LV-HIRE
                   END-READ
               CLOSE fpers
               IF Wtrouve = 0 THEN
                       MOVE "END DATE BEFORE START DATE" TO
                           ERROR-MESSAGE
                   ELSE
                       IF fab_type < 1 OR fab_type > 3 THEN
                           MOVE "ABSENCE TYPE MUST BE 1, 2 OR 3" TO
                               ERROR-MESSAGE
                       ELSE
                           MOVE fab_numP TO WS-LV-NUMP
                           MOVE fab_start TO WS-LV-FROM
                           MOVE fab_end TO WS-LV-TO
                           PERFORM LEAVE_COUNT_DAYS
                           MOVE WS-LV-DAYS TO fab_days
                           IF fab_type NOT = 1 THEN
                               MOVE 1 TO Wvalide
                           ELSE
                               IF fab_days = 0 THEN
                                   MOVE "NO WORKING DAYS IN THAT RANGE"
                                       TO ERROR-MESSAGE
                               ELSE
                                   PERFORM CHECK_LEAVE_BALANCE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
               MOVE "CREATION ABORT" TO ERROR-MESSAGE
           END-IF.

      * tamp_fabs HOLDS A HOLIDAY WITH ITS fab_days COUNTED AND
      * WS-LV-HIRE THE PERSON'S HIRE DATE - WHEN THE DAYS WOULD TAKE
      * THE BALANCE (AS ACCRUED BY THE START MONTH) BELOW ZERO THE
      * CLERK IS WARNED AND MUST CONFIRM; ANYTHING BUT Y SENDS THEM
      * BACK TO THE ABSENCE SCREEN. LEAVES Wvalide = 1 WHEN CLEAR.
       CHECK_LEAVE_BALANCE.
           MOVE tamp_fabs TO WS-LV-SAVE-FABS
           MOVE fab_numP TO WS-LV-NUMP
           MOVE fab_start_year TO WS-LV-YEAR
           MOVE fab_start_month TO WS-LV-MONTH
           PERFORM LEAVE_POSITION
           MOVE WS-LV-SAVE-FABS TO tamp_fabs
           COMPUTE WS-LV-BALANCE = WS-LV-BALANCE - fab_days
           IF WS-LV-BALANCE < 0 THEN
               MOVE WS-LV-BALANCE TO WS-LV-SHOW-BAL
               MOVE " " TO MENU-VALIDATE
               ACCEPT LEAVE-NEGATIVE-SCREEN
               IF MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y" THEN
                   MOVE 1 TO Wvalide
               ELSE
                   MOVE "HOLIDAY NOT RECORDED - BALANCE TOO LOW" TO
                       ERROR-MESSAGE
                   MOVE " " TO MENU-VALIDATE
               END-IF
           ELSE
               MOVE 1 TO Wvalide
           END-IF.

      * ONE-SCREEN WALK-IN BOOKING FOR THE LOBBY QUEUE - MINIMAL
      * CLIENT DETAILS PLUS ROOM/GUESTS/DURATION, START DEFAULTED TO
      * RIGHT NOW. EVERY ROOM-SIDE CHECK AND THE OVERLAP PROOF RUN
           MOVE " " TO fcl_nom
           MOVE " " TO fcl_prenom
           MOVE 0 TO fcl_tel
           MOVE SPACES TO fcl_segment
           MOVE 0 TO fr_numCh
           MOVE 1 TO fr_nb_guests
           MOVE " " TO fr_duree
           MOVE 0 TO fr_nights
           MOVE SPACES TO fr_plan
           MOVE SPACES TO fr_segment
           MOVE 0 TO fr_guest_confirmed
           MOVE " " TO fr_promo
           MOVE SPACES TO WS-PKG-CODE
           PERFORM WITH TEST AFTER UNTIL Wvalide = 1
               OR MENU-VALIDATE = "N"
               ACCEPT WALKIN-EXPRESS-SCREEN
               MOVE WS-CURRENT-DATE TO fr_date_debut_date
               MOVE WS-CURRENT-HOURS TO fr_date_debut_hours
               MOVE WS-CURRENT-MINUTE TO fr_date_debut_minute
               PERFORM PKG_APPLY_TO_STAY
               PERFORM BUILD_CANDIDATE_FIN
               IF WS-PKG-OK = 0 THEN
                   CONTINUE
               ELSE
               IF FUNCTION TRIM(fcl_nom) = SPACES THEN
                   MOVE "CLIENT NAME IS REQUIRED" TO ERROR-MESSAGE
               ELSE
                                           TO ERROR-MESSAGE
                                       MOVE 3 TO WS-TRN-REASON
                                       PERFORM WRITE_TURNAWAY
                                   ELSE
                                       MOVE 0 TO fr_deposit
                                       MOVE 0 TO WS-RPL-PREPAY
                                       PERFORM CHECK_RATE_PLAN
                                   IF Wtrouve = 0 THEN
                                       PERFORM SHOW_RATE_PLAN_REASON
                                   ELSE
                                       MOVE 0 TO fr_numResa
                                       MOVE 0 TO fr_numCL
                                       PERFORM
                                           CHECK_CLOSEOUT_CALENDAR
                                       IF WS-CLZ-BLOCKED NOT = 0
                                           THEN
                                           PERFORM SHOW_CLOSEOUT_REASON
                                           MOVE 5 TO WS-TRN-REASON
                                           PERFORM WRITE_TURNAWAY
                                       ELSE
                                       PERFORM CHECK_MARKET_SEGMENT
                                       IF Wtrouve = 0 THEN
                                           MOVE
                                "UNKNOWN OR WITHDRAWN MARKET SEGMENT"
                                               TO ERROR-MESSAGE
                                       ELSE
                                       MOVE tamp_fresa TO 1tamp_fresa
                                       PERFORM RESA_EXIST_DATE
                                       IF Wtrouve = 1 THEN
                                           END-IF
                                       END-IF
                                       END-IF
                                       END-IF
                                   END-IF
                                   END-IF
                                   END-IF
                               END-IF
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-PERFORM
           IF MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y" THEN
               PERFORM CALC_SLOT_OCCUPANCY
                   MOVE 0 TO fcl_preferred_room
                   MOVE 0 TO fcl_numCo
                   MOVE 0 TO fcl_points
                   MOVE SPACES TO fcl_rfm_seg
                   MOVE 0 TO fcl_rfm_r
                   MOVE 0 TO fcl_rfm_f
                   MOVE 0 TO fcl_rfm_m
                   MOVE 0 TO fcl_ltv_entier
                   MOVE 0 TO fcl_ltv_decimal
                   MOVE 0 TO fcl_stays
                   MOVE 0 TO fcl_last_stay
                   MOVE 0 TO fcl_rfm_date
                   MOVE SPACES TO fcl_lang
                   MOVE 1fr_segment TO fcl_segment
                   WRITE tamp_fcli
                       INVALID KEY
                           MOVE "CLIENT CREATION ERROR" TO
      *    THE PROVEN BUILD_CANDIDATE_FIN WINDOW IS THE ONE STORED -
      *    RERUNNING CALCULATE_HOUR_RESA HERE WOULD STACK THE
      *    DURATION AND BUFFER ON TOP OF IT AGAIN
                   IF WS-PKG-CODE NOT = SPACES THEN
                       PERFORM PKG_ALLOCATE
                   END-IF
                   PERFORM OFFER_PARKING_SPOT
                   PERFORM STAMP_RESA_CREATION
                   WRITE tamp_fresa
                       INVALID KEY
                           MOVE "CREATION ERROR" TO ERROR-MESSAGE
                           MOVE fr_numResa TO WS-AUDIT-KEY
                           MOVE "ADD" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                           IF WS-PKG-CODE NOT = SPACES THEN
                               PERFORM PKG_RECORD_SALE
                               PERFORM PKG_POST_COMPONENTS
                           END-IF
                           IF fr_parking NOT = 0 THEN
                               PERFORM POST_PARKING_FEE
                           END-IF
           MOVE WS-CURRENT-DAY TO WS-NOW-DAY
           MOVE WS-CURRENT-HOURS TO WS-NOW-HOURS
           MOVE WS-CURRENT-MINUTE TO WS-NOW-MINUTE
           PERFORM LOAD_RENOVATION_PERIODS
           MOVE WS-CURRENT-DATE TO WS-RIN-DATE
           OPEN INPUT fch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                       NOT AT END
                           MOVE WS-SBY-GUESTS TO fr_nb_guests
                           PERFORM CHECK_ROOM_CAPACITY
                           PERFORM ROOM_IN_INVENTORY
                           IF fc_status = 0 AND Wtrouve = 1 AND
                               WS-RIN-IN = 1 THEN
                               PERFORM STANDBY_ROOM_NEXT_FREE
                           END-IF
                   END-READ
           CLOSE fstby
           IF WS-SBY-HEAD NOT = 0 THEN
               MOVE 0 TO WS-SBY-ROOM
               PERFORM LOAD_RENOVATION_PERIODS
               MOVE WS-CURRENT-DATE TO WS-RIN-DATE
               OPEN INPUT fch
                   MOVE 0 TO Wfin
                   PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           NOT AT END
                               MOVE fsb_guests TO fr_nb_guests
                               PERFORM CHECK_ROOM_CAPACITY
                               PERFORM ROOM_IN_INVENTORY
                               IF fc_status = 0 AND Wtrouve = 1
                                   AND WS-RIN-IN = 1 THEN
                                   PERFORM DETERMINE_ROOM_OCCUPANCY
                                   IF WS-OCC-STATUS = "FREE" THEN
                                       MOVE fc_numCh TO WS-SBY-ROOM
                               MOVE "MODIFY" TO WS-AUDIT-OP
                               PERFORM AUDIT_LOG
                               IF WS-TRAINING = 0 THEN
                               PERFORM RESET_GUEST_MESSAGE
                               MOVE "STANDBY" TO WS-MSG-TYPE
                               MOVE "A ROOM IS FREE - COME IN" TO
                                   WS-MSG-DEFAULT
                               MOVE fsb_nom TO WS-MSG-NAME
                               MOVE WS-SBY-ROOM TO WS-MSG-ROOM
                               PERFORM BUILD_GUEST_MESSAGE
                               OPEN EXTEND fnotif
                                   MOVE SPACES TO tamp_fnotif
                                   STRING "000000" ","
                                       WS-CURRENT-YEAR "-"
                                       WS-CURRENT-MONTH "-"
                                       WS-CURRENT-DAY ","
                                       FUNCTION TRIM(WS-MSG-TEXT)
                                       DELIMITED BY SIZE INTO
                                       tamp_fnotif
                                   WRITE tamp_fnotif
               MOVE SPACES TO fr_conf_code
               MOVE 0 TO fr_parking
               MOVE SPACES TO fr_plate
               MOVE SPACES TO fr_plan
               MOVE SPACES TO fr_segment
               MOVE 0 TO fr_guest_confirmed
           MOVE 0 TO fr_numCo
           MOVE " " TO fr_promo
           MOVE 0 TO fr_discount_entier
                       MOVE "CLIENT IS FLAGGED OR BANNED" TO
                           ERROR-MESSAGE
                   ELSE
                       PERFORM CHECK_MARKET_SEGMENT
                       IF Wtrouve = 0 THEN
                           MOVE "UNKNOWN OR WITHDRAWN MARKET SEGMENT"
                               TO ERROR-MESSAGE
                       ELSE
                           MOVE 1 TO Wvalide
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
               THEN
               MOVE "GROUP BOOKING ABORT" TO ERROR-MESSAGE
           ELSE
               MOVE 0 TO WS-CRL-OVERRIDE
               IF fcl_numCo NOT = 0 THEN
                   MOVE " " TO WS-BILL-CO-FLAG
                   ACCEPT BILL-COMPANY-SCREEN
                   IF WS-BILL-CO-FLAG = "Y" OR
                       WS-BILL-CO-FLAG = "y" THEN
                       MOVE fcl_numCo TO fr_numCo
                       PERFORM CHECK_COMPANY_ARREARS
                   END-IF
               END-IF
               PERFORM GET_LASTID_GROUP
               MOVE fg_numGrp TO WS-GRP-NUM
               MOVE 0 TO WS-GRP-ROOMS
                                   ERROR-MESSAGE
                       END-WRITE
                   CLOSE fgrp
                   PERFORM REMEMBER_CLIENT_SEGMENT
                   PERFORM CAPTURE_GROUP_SCHEDULE
               ELSE
                   MOVE "NO ROOMS BOOKED - GROUP DROPPED" TO
                                   MOVE fr_numResa TO 1fr_numResa
                                   MOVE 1tamp_fresa TO tamp_fresa
                                   MOVE WS-GRP-NUM TO fr_numGrp
                                   IF fr_numCo NOT = 0 THEN
                                       MOVE 1 TO WS-CRL-NEWSTAY
                                       PERFORM CHECK_COMPANY_CREDIT
                                       MOVE fr_numCo TO 1fr_numCo
                                   END-IF
      *    THE TYPED, PROVEN-FREE WINDOW IS THE ONE STORED - NO
      *    CALCULATE_HOUR_RESA RERUN ON TOP OF IT
                                   PERFORM STAMP_RESA_CREATION
                                   WRITE tamp_fresa
                                       INVALID KEY
                                           MOVE "CREATION ERROR" TO
           MOVE 0 TO fr_deposit
           MOVE 0 TO fr_amount_paid
           MOVE " " TO fr_promo
           MOVE SPACES TO fr_plan
           MOVE SPACES TO fr_segment
           MOVE 0 TO fr_guest_confirmed
           PERFORM WITH TEST AFTER UNTIL Wvalide = 1
               OR MENU-VALIDATE = "N"
               ACCEPT RESA-EDITING-SCREEN
               MOVE SPACES TO fr_conf_code
               MOVE 0 TO fr_parking
               MOVE SPACES TO fr_plate
               MOVE SPACES TO fr_plan
               MOVE SPACES TO fr_segment
               MOVE 0 TO fr_guest_confirmed
               MOVE 0 TO fr_numCo
               MOVE " " TO fr_promo
               MOVE 0 TO fr_discount_entier
                   PERFORM CHECK_CLOSEOUT_CALENDAR
                   MOVE 1tamp_fresa TO tamp_fresa
                   PERFORM RESA_EXIST_DATE
                   IF Wtrouve = 1 OR WS-CLZ-BLOCKED NOT = 0 THEN
                       MOVE "SLOT NO LONGER FREE" TO ERROR-MESSAGE
                   ELSE
                       PERFORM GET_LASTID_RESA
                       MOVE fr_numResa TO 1fr_numResa
                       MOVE 1tamp_fresa TO tamp_fresa
                       PERFORM GENERATE_CONF_CODE
                       PERFORM STAMP_RESA_CREATION
                       WRITE tamp_fresa
                           INVALID KEY
                               MOVE "CREATION ERROR" TO
           MOVE 0 TO fr_deposit
           MOVE 0 TO fr_amount_paid
           MOVE " " TO fr_promo
           MOVE SPACES TO fr_plan
           MOVE SPACES TO fr_segment
           MOVE 0 TO fr_guest_confirmed
           PERFORM WITH TEST AFTER UNTIL Wvalide = 1
               OR MENU-VALIDATE = "N"
               ACCEPT RESA-EDITING-SCREEN
                               MOVE "ROOM CLOSED AT THAT HOUR" TO
                                   ERROR-MESSAGE
                           ELSE
                               MOVE 0 TO WS-RPL-PREPAY
                               PERFORM CHECK_RATE_PLAN
                               IF Wtrouve = 0 THEN
                                   PERFORM SHOW_RATE_PLAN_REASON
                               ELSE
                               MOVE tamp_fresa TO 1tamp_fresa
                               OPEN INPUT fresa
                                   PERFORM RESA_EXIST_DATE
                               ELSE
                                   MOVE 1 TO Wvalide
                               END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               OPEN INPUT fresa
                   PERFORM CALC_SLOT_OCCUPANCY
               CLOSE fresa
               MOVE fr_plan TO WS-RPL-ARM
               PERFORM GET_ROOM_RATE_FOR_DATE
               COMPUTE WS-REV-DURATION =
                   fr_duree_hours + (fr_duree_minute / 60)
                   + (fr_nights * 24)
               PERFORM DST_STAY_CORRECTION
               ADD WS-DST-HOURS TO WS-REV-DURATION
               COMPUTE WS-QUO-PRICE = WS-REV-PRICE * WS-REV-DURATION
               PERFORM GET_LASTID_QUOTE
               MOVE 1fr_numCL TO fq_numCl
               MOVE WS-CURRENT-HOURS TO fq_expires_hours
               MOVE WS-CURRENT-MINUTE TO fq_expires_minute
               MOVE 0 TO fq_status
               MOVE 1fr_plan TO fq_plan
               OPEN I-O fquote
                   WRITE tamp_fquote
                       INVALID KEY
               MOVE SPACES TO fr_conf_code
               MOVE 0 TO fr_parking
               MOVE SPACES TO fr_plate
               MOVE fq_plan TO fr_plan
               MOVE SPACES TO fr_segment
               MOVE 0 TO fr_guest_confirmed
               MOVE 0 TO fr_numCo
               MOVE " " TO fr_promo
               MOVE 0 TO fr_discount_entier
                                   MOVE 1tamp_fresa TO tamp_fresa
                                   PERFORM RESA_EXIST_DATE
                                   IF Wtrouve = 1 OR
                                       WS-CLZ-BLOCKED NOT = 0 THEN
                                       MOVE "SLOT NO LONGER FREE"
                                           TO ERROR-MESSAGE
                                   ELSE
      *    THE PROVEN BUILD_CANDIDATE_FIN WINDOW IS THE ONE
      *    STORED - NO CALCULATE_HOUR_RESA RERUN ON TOP OF IT
                                       PERFORM GENERATE_CONF_CODE
                                       PERFORM STAMP_RESA_CREATION
                                       WRITE tamp_fresa
                                           INVALID KEY
                                               MOVE "CREATION ERROR"
           MOVE " " TO fco_adr
           MOVE 0 TO fco_status
           MOVE 0 TO fco_dunning
           MOVE 0 TO fco_credit_entier
           MOVE 0 TO fco_credit_decimal
           MOVE 0 TO fco_delivery
           MOVE SPACES TO fco_ap_ref
           PERFORM WITH TEST AFTER UNTIL Wvalide = 1
               OR MENU-VALIDATE = "N"
               ACCEPT COMPANY-EDITING-SCREEN
                       MOVE "PHONE NUMBER IS REQUIRED" TO
                           ERROR-MESSAGE
                   ELSE
                       IF fco_delivery > 1 THEN
                           MOVE "DELIVERY IS 0 OR 1" TO ERROR-MESSAGE
                       ELSE
                           MOVE 1 TO Wvalide
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
               END-IF
           END-PERFORM
           IF MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y" THEN
               PERFORM LOAD_BUSINESS_DATE
               MOVE WS-BUS-YEAR TO WS-PER-KEY-YEAR
               MOVE WS-BUS-MONTH TO WS-PER-KEY-MONTH
               PERFORM ENFORCE_PERIOD_LOCK
           END-IF
           IF (MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y") AND
                   END-IF
               END-IF
               PERFORM GET_LASTID_EXTRA
               MOVE WS-BUSINESS-DATE TO fe_date
               MOVE WS-CURRENT-USER-NUM TO fe_numP
               MOVE 0 TO fe_status
               OPEN I-O fext
               MOVE "CREATION ABORT" TO ERROR-MESSAGE
           END-IF.

      * KEYS BACK ONE PAPER SLIP WRITTEN WHILE THE SYSTEM WAS DOWN.
      * A CHECK-IN OR CHECK-OUT IS HANDED TO THE NORMAL
      * CHECK_IN_GUEST / CHECK_OUT_GUEST SO KEYS, PRE-AUTHS AND THE
      * BILL ARE DEALT WITH AS USUAL; A PAYMENT IS ADDED TO THE STAY
      * AND POSTED TO THE LEDGER. EVERY SLIP IS KEPT IN fcatch,
      * POSTED OR NOT, FOR THE RECONCILIATION AGAINST THE PACK.
       OUTAGE_CATCHUP_ENTRY.
           MOVE 0 TO Wvalide
           MOVE 0 TO fcu_kind
           MOVE 0 TO fcu_numResa
           MOVE SPACES TO fcu_slip
           MOVE WS-CURRENT-DATE TO WS-CU-PAPER-DATE
           MOVE 0 TO fcu_paper_hours
           MOVE 0 TO fcu_paper_minute
           MOVE 0 TO fcu_amount_entier
           MOVE 0 TO fcu_amount_decimal
           MOVE 0 TO fcu_method
           PERFORM WITH TEST AFTER UNTIL Wvalide = 1
               OR MENU-VALIDATE = "N"
               ACCEPT OUTAGE-CATCHUP-SCREEN
               MOVE " " TO ERROR-MESSAGE
               MOVE 0 TO Wtrouve
               OPEN INPUT fresa
                   MOVE fcu_numResa TO fr_numResa
                   READ fresa
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO Wtrouve
                   END-READ
               CLOSE fresa
               IF fcu_kind < 1 OR fcu_kind > 3 THEN
                   MOVE "KIND MUST BE 1, 2 OR 3" TO ERROR-MESSAGE
               ELSE
                   IF Wtrouve = 0 THEN
                       MOVE "THIS RESERVATION DOESN'T EXIST" TO
                           ERROR-MESSAGE
                   ELSE
                       IF fcu_kind = 3 AND fcu_amount_entier = 0 AND
                           fcu_amount_decimal = 0 THEN
                           MOVE "AMOUNT MUST NOT BE ZERO" TO
                               ERROR-MESSAGE
                       ELSE
                           IF fcu_kind = 3 AND fcu_method > 2 THEN
                               MOVE "WRONG PAYMENT METHOD" TO
                                   ERROR-MESSAGE
                           ELSE
                               IF fcu_paper_hours > 23 OR
                                   fcu_paper_minute > 59 THEN
                                   MOVE "WRONG TIME" TO ERROR-MESSAGE
                               ELSE
                                   MOVE 1 TO Wvalide
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y" THEN
               PERFORM OUTAGE_CATCHUP_APPLY
               MOVE ERROR-MESSAGE TO WS-CU-NOTE
               PERFORM GET_LASTID_CATCHUP
               MOVE WS-CU-PAPER-DATE TO fcu_paper_date
               MOVE WS-CURRENT-USER-NUM TO fcu_numP
               MOVE WS-CURRENT-DATE TO fcu_keyed_date
               OPEN I-O fcatch
                   WRITE tamp_fcatch
                       INVALID KEY
                           MOVE "CREATION ERROR" TO ERROR-MESSAGE
                       NOT INVALID KEY
                           MOVE "fcatch" TO WS-AUDIT-FILE
                           MOVE fcu_numCu TO WS-AUDIT-KEY
                           MOVE "ADD" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                           MOVE SPACES TO ERROR-MESSAGE
                           IF fcu_applied = 1 THEN
                               STRING "SLIP KEYED AND POSTED - "
                                   WS-CU-NOTE
                                   DELIMITED BY SIZE INTO ERROR-MESSAGE
                           ELSE
                               STRING "SLIP KEPT, NOT POSTED - "
                                   WS-CU-NOTE
                                   DELIMITED BY SIZE INTO ERROR-MESSAGE
                           END-IF
                   END-WRITE
               CLOSE fcatch
           ELSE
               MOVE "CREATION ABORT" TO ERROR-MESSAGE
           END-IF.

      * tamp_fresa HOLDS THE STAY (Wtrouve = 1) - POSTS THE SLIP AND
      * LEAVES fcu_applied = 1 WHEN IT WENT THROUGH.
       OUTAGE_CATCHUP_APPLY.
           MOVE 0 TO fcu_applied
           MOVE fr_status TO WS-CU-IN
           EVALUATE fcu_kind
               WHEN 1
                   PERFORM CHECK_IN_GUEST
                   IF WS-CU-IN = 0 AND fr_status = 1 THEN
                       MOVE 1 TO fcu_applied
                   END-IF
               WHEN 2
                   PERFORM CHECK_OUT_GUEST
                   IF WS-CU-IN = 1 AND fr_status = 2 THEN
                       MOVE 1 TO fcu_applied
                   END-IF
               WHEN 3
                   OPEN I-O fresa
                       READ fresa
                           INVALID KEY
                               MOVE "INEXISTING RESERVATION" TO
                                   ERROR-MESSAGE
                           NOT INVALID KEY
                               COMPUTE WS-PAY-PAID =
                                   fr_paid_entier +
                                   (fr_paid_decimal / 100) +
                                   fcu_amount_entier +
                                   (fcu_amount_decimal / 100)
                               MOVE WS-PAY-PAID TO fr_paid_entier
                               COMPUTE fr_paid_decimal =
                                   (WS-PAY-PAID - fr_paid_entier) * 100
                               REWRITE tamp_fresa
                               MOVE "fresa" TO WS-AUDIT-FILE
                               MOVE fr_numResa TO WS-AUDIT-KEY
                               MOVE "MODIFY" TO WS-AUDIT-OP
                               PERFORM AUDIT_LOG
                               MOVE 1 TO fcu_applied
                       END-READ
                   CLOSE fresa
                   IF fcu_applied = 1 THEN
                       MOVE fcu_amount_entier TO WS-PAY-AMT-ENTIER
                       MOVE fcu_amount_decimal TO WS-PAY-AMT-DECIMAL
                       MOVE fcu_method TO WS-PAY-METHOD
                       PERFORM POST_PAYMENT
                       IF ERROR-MESSAGE = SPACES THEN
                           MOVE "PAYMENT POSTED" TO ERROR-MESSAGE
                       END-IF
                   END-IF
           END-EVALUATE.

      * BOOKS ONE THING TO HAVE READY IN THE ROOM BEFORE THE GUEST
      * ARRIVES (FLOWERS, COT, CHAMPAGNE ...) AGAINST A STAY NOT YET
      * CHECKED IN. THE PREPARATION RUN TURNS IT INTO A HOUSEKEEPING
      * MISSION DUE fpr_lead MINUTES BEFORE fr_date_debut; A
      * CHARGEABLE ITEM IS ONLY POSTED TO THE STAY ONCE DONE.
       ADD_PREP_ITEM.
           MOVE 0 TO Wvalide
           MOVE 0 TO fpr_numResa
           MOVE SPACES TO fpr_item
           MOVE 60 TO fpr_lead
           MOVE 0 TO fpr_class
           MOVE 0 TO fpr_amount
           PERFORM WITH TEST AFTER UNTIL Wvalide = 1
               OR MENU-VALIDATE = "N"
               ACCEPT PREP-ITEM-SCREEN
               MOVE " " TO ERROR-MESSAGE
               MOVE 0 TO Wtrouve
               OPEN INPUT fresa
                   MOVE fpr_numResa TO fr_numResa
                   READ fresa
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO Wtrouve
                   END-READ
               CLOSE fresa
               IF Wtrouve = 0 THEN
                   MOVE "THIS RESERVATION DOESN'T EXIST" TO
                       ERROR-MESSAGE
               ELSE
                   IF fr_status NOT = 0 THEN
                       MOVE "GUEST ALREADY ARRIVED OR GONE" TO
                           ERROR-MESSAGE
                   ELSE
                       IF fpr_item = SPACES THEN
                           MOVE "ITEM MUST BE GIVEN" TO ERROR-MESSAGE
                       ELSE
                           IF fpr_class = 2 OR fpr_class > 4 THEN
                               MOVE "WRONG CHARGE CODE" TO
                                   ERROR-MESSAGE
                           ELSE
                               IF fpr_class = 0 AND
                                   fpr_amount NOT = 0 THEN
                                   MOVE "NO AMOUNT ON A FREE ITEM" TO
                                       ERROR-MESSAGE
                               ELSE
                                   IF fpr_class NOT = 0 AND
                                       fpr_amount = 0 THEN
                                       MOVE "AMOUNT MUST NOT BE ZERO"
                                           TO ERROR-MESSAGE
                                   ELSE
                                       MOVE 1 TO Wvalide
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y" THEN
               PERFORM GET_LASTID_PREPARATION
               MOVE 0 TO fpr_status
               MOVE 0 TO fpr_numM
               MOVE 0 TO fpr_numExt
               MOVE WS-CURRENT-USER-NUM TO fpr_set_by
               MOVE 0 TO fpr_done_year fpr_done_month fpr_done_day
               OPEN I-O fprep
                   WRITE tamp_fprep
                       INVALID KEY
                           MOVE "CREATION ERROR" TO ERROR-MESSAGE
                       NOT INVALID KEY
                           MOVE "PREPARATION ITEM BOOKED" TO
                               ERROR-MESSAGE
                           MOVE "fprep" TO WS-AUDIT-FILE
                           MOVE fpr_numPr TO WS-AUDIT-KEY
                           MOVE "ADD" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                   END-WRITE
               CLOSE fprep
           ELSE
               MOVE "CREATION ABORT" TO ERROR-MESSAGE
           END-IF.

      * RECORDS ONE TRAINING CERTIFICATION FOR A CLEANER - WHICH
      * ROOM TYPE/PROTOCOL AND UNTIL WHEN - SO ASSIGNMENT CAN STOP
      * HANDING JACUZZI SUITES TO LAST WEEK'S HIRE.
       ADD_CERTIFICATION.
           MOVE 0 TO Wvalide
           PERFORM GET_LASTID_CERTIFICATION
           MOVE 0 TO fce_numP
           MOVE " " TO fce_typeCh
           MOVE WS-CURRENT-DATE TO fce_expiry
           PERFORM WITH TEST AFTER UNTIL Wvalide = 1
               OR MENU-VALIDATE = "N"
               END-READ
           CLOSE fstock.

      * SHIPS A BOX TO THE OTHER HOUSE - SAME SHAPE AS DISPATCH_
      * LAUNDRY: EVERY ITEM WITH SHELF STOCK IS OFFERED FOR A COUNT,
      * WHAT IS SENT LEAVES fsk_qty AT ONCE AND ONE fxferl LINE PER
      * ITEM RECORDS IT AT THE CURRENT AVERAGE COST. THE DOCUMENT
      * STAYS IN TRANSIT UNTIL THE OTHER HOUSE'S RECEIPT COMES BACK
      * THROUGH THE EXCHANGE; ONE WITH NOTHING ON IT IS DROPPED.
       STOCK_TRANSFER_OUT.
           IF WS-SITE-NUM = 1 THEN
               MOVE 2 TO WS-XFR-SITE
           ELSE
               MOVE 1 TO WS-XFR-SITE
           END-IF
           ACCEPT XFER-SHIP-SCREEN
           MOVE " " TO ERROR-MESSAGE
           IF WS-XFR-SITE = 0 OR WS-XFR-SITE = WS-SITE-NUM THEN
               MOVE "GIVE THE OTHER HOUSE'S SITE CODE" TO
                   ERROR-MESSAGE
           ELSE
               PERFORM GET_LASTID_XFER
               MOVE fxt_numXf TO WS-XFR-FIND
               MOVE 0 TO WS-XFR-LINES
               MOVE 0 TO WS-XFR-VALUE
               OPEN I-O fstock
                   MOVE 0 TO WS-XFR-EOF
                   PERFORM WITH TEST AFTER UNTIL WS-XFR-EOF = 1
                       READ fstock NEXT
                           AT END
                               MOVE 1 TO WS-XFR-EOF
                           NOT AT END
                               IF fsk_qty > 0 THEN
                                   PERFORM XFER_SHIP_ONE_ITEM
                               END-IF
                       END-READ
                   END-PERFORM
               CLOSE fstock
               IF WS-XFR-LINES = 0 THEN
                   MOVE "NOTHING SENT - TRANSFER DROPPED" TO
                       ERROR-MESSAGE
               ELSE
                   MOVE WS-XFR-FIND TO fxt_numXf
                   MOVE "O" TO fxt_dir
                   MOVE WS-XFR-SITE TO fxt_site
                   MOVE WS-XFR-FIND TO fxt_ref
                   MOVE 0 TO fxt_status
                   MOVE WS-CURRENT-DATE TO fxt_ship_date
                   MOVE 0 TO fxt_recv_date
                   MOVE WS-CURRENT-USER-NUM TO fxt_numP
                   MOVE WS-XFR-VALUE TO fxt_value
                   MOVE 0 TO fxt_short_value
                   OPEN I-O fxfer
                       WRITE tamp_fxfer
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "fxfer" TO WS-AUDIT-FILE
                               MOVE fxt_numXf TO WS-AUDIT-KEY
                               MOVE "ADD" TO WS-AUDIT-OP
                               PERFORM AUDIT_LOG
                       END-WRITE
                   CLOSE fxfer
                   PERFORM XFER_QUEUE_SHIPMENT
                   MOVE "TRANSFER SHIPPED - IN TRANSIT" TO
                       ERROR-MESSAGE
               END-IF
           END-IF.

      * tamp_fstock HOLDS ONE ITEM WITH SHELF STOCK (fstock OPEN
      * I-O) - TAKES THE COUNT LEAVING, CLAMPED TO THE SHELF, AND
      * WRITES THE TRANSFER LINE.
       XFER_SHIP_ONE_ITEM.
           MOVE 0 TO WS-XFR-QTY
           ACCEPT XFER-ITEM-SCREEN
           IF WS-XFR-QTY > fsk_qty THEN
               MOVE fsk_qty TO WS-XFR-QTY
           END-IF
           IF WS-XFR-QTY NOT = 0 THEN
               SUBTRACT WS-XFR-QTY FROM fsk_qty
               REWRITE tamp_fstock
               MOVE "fstock" TO WS-AUDIT-FILE
               MOVE fsk_numItem TO WS-AUDIT-KEY
               MOVE "XFEROUT" TO WS-AUDIT-OP
               PERFORM AUDIT_LOG
               PERFORM GET_LASTID_XFER_LINE
               MOVE WS-XFR-FIND TO fxl_numXf
               MOVE fsk_numItem TO fxl_numItem
               MOVE fsk_label TO fxl_label
               MOVE WS-XFR-QTY TO fxl_qty_sent
               MOVE 0 TO fxl_qty_recv
               MOVE fsk_avg_cost TO fxl_unit_cost
               COMPUTE WS-XFR-VALUE ROUNDED = WS-XFR-VALUE +
                   (WS-XFR-QTY * fsk_avg_cost)
               OPEN I-O fxferl
                   WRITE tamp_fxferl
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-XFR-LINES
                   END-WRITE
               CLOSE fxferl
           END-IF.

      * tamp_fxfer HOLDS THE SHIPMENT JUST WRITTEN - A TRAINING
      * SESSION KEEPS IT OFF THE EXCHANGE FILE THE OTHER HOUSE READS.
       XFER_QUEUE_SHIPMENT.
           IF WS-TRAINING = 0 THEN
               PERFORM XFER_WRITE_SHIPMENT_QUEUE
           END-IF.

      * tamp_fxfer HOLDS THE SHIPMENT JUST WRITTEN - QUEUES ITS
      * HEADER AND LINES FOR THE OTHER HOUSE ON THE EXCHANGE FILE.
       XFER_WRITE_SHIPMENT_QUEUE.
           OPEN EXTEND fxferq
           IF cr_fxferq NOT = "00" THEN
               OPEN OUTPUT fxferq
           END-IF
               MOVE SPACES TO tamp_fxferq
               STRING "T," WS-SITE-NUM "," fxt_numXf ","
                   fxt_ship_date
                   DELIMITED BY SIZE INTO tamp_fxferq
               WRITE tamp_fxferq
               OPEN INPUT fxferl
                   MOVE WS-XFR-FIND TO fxl_numXf
                   START fxferl KEY IS EQUAL fxl_numXf
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 0 TO WS-XFR-EOF
                           PERFORM WITH TEST AFTER UNTIL WS-XFR-EOF = 1
                               READ fxferl NEXT
                                   AT END
                                       MOVE 1 TO WS-XFR-EOF
                                   NOT AT END
                                       IF fxl_numXf NOT = WS-XFR-FIND
                                           THEN
                                           MOVE 1 TO WS-XFR-EOF
                                       ELSE
                                           PERFORM XFER_QUEUE_ONE_LINE
                                       END-IF
                               END-READ
                           END-PERFORM
                   END-START
               CLOSE fxferl
           CLOSE fxferq.

      * tamp_fxferl HOLDS ONE SHIPPED LINE - ITS L LINE.
       XFER_QUEUE_ONE_LINE.
           MOVE SPACES TO tamp_fxferq
           STRING "L," fxl_numXf "," fxl_numItem ","
               FUNCTION TRIM(fxl_label) ","
               fxl_qty_sent "," fxl_unit_cost
               DELIMITED BY SIZE INTO tamp_fxferq
           WRITE tamp_fxferq.

      * BOOKS IN A BOX FROM THE OTHER HOUSE - THE TRANSFER ARRIVED
      * THROUGH THE EXCHANGE AND WAITS IN TRANSIT. PER LINE THE
      * COUNT THAT ACTUALLY ARRIVED (CLAMPED TO WHAT WAS SENT) LANDS
      * ON THE SHELF AT THE SENDER'S UNIT COST; WHAT IS MISSING STAYS
      * ON THE LINE AS THE SHORTFALL AND GOES BACK TO THE SENDER
      * WITH THE RECEIPT.
       STOCK_TRANSFER_IN.
           MOVE 0 TO fxt_numXf
           ACCEPT XFER-RECEIVE-SCREEN
           MOVE " " TO ERROR-MESSAGE
           MOVE 0 TO Wtrouve
           OPEN INPUT fxfer
               READ fxfer
                   INVALID KEY
                       MOVE "THIS TRANSFER DOESN'T EXIST" TO
                           ERROR-MESSAGE
                   NOT INVALID KEY
                       IF fxt_dir NOT = "I" THEN
                           MOVE "NOT AN INCOMING TRANSFER" TO
                               ERROR-MESSAGE
                       ELSE
                           IF fxt_status NOT = 0 THEN
                               MOVE "TRANSFER ALREADY RECEIVED" TO
                                   ERROR-MESSAGE
                           ELSE
                               MOVE 1 TO Wtrouve
                           END-IF
                       END-IF
               END-READ
           CLOSE fxfer
           IF Wtrouve = 1 THEN
               MOVE fxt_numXf TO WS-XFR-CUR
               MOVE fxt_ref TO WS-XFR-FIND
               MOVE 0 TO WS-XFR-SHORT
               IF WS-TRAINING = 0 THEN
                   OPEN EXTEND fxferq
                   IF cr_fxferq NOT = "00" THEN
                       OPEN OUTPUT fxferq
                   END-IF
               END-IF
               OPEN I-O fxferl
                   MOVE WS-XFR-CUR TO fxl_numXf
                   START fxferl KEY IS EQUAL fxl_numXf
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 0 TO WS-XFR-EOF
                           PERFORM WITH TEST AFTER UNTIL WS-XFR-EOF = 1
                               READ fxferl NEXT
                                   AT END
                                       MOVE 1 TO WS-XFR-EOF
                                   NOT AT END
                                       IF fxl_numXf NOT = WS-XFR-CUR
                                           THEN
                                           MOVE 1 TO WS-XFR-EOF
                                       ELSE
                                           PERFORM
                                             XFER_RECEIVE_ONE_LINE
                                       END-IF
                               END-READ
                           END-PERFORM
                   END-START
               CLOSE fxferl
               IF WS-TRAINING = 0 THEN
                   CLOSE fxferq
               END-IF
               OPEN I-O fxfer
                   MOVE WS-XFR-CUR TO fxt_numXf
                   READ fxfer
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-CURRENT-DATE TO fxt_recv_date
                           MOVE WS-CURRENT-USER-NUM TO fxt_numP
                           MOVE WS-XFR-SHORT TO fxt_short_value
                           IF WS-XFR-SHORT = 0 THEN
                               MOVE 1 TO fxt_status
                           ELSE
                               MOVE 2 TO fxt_status
                           END-IF
                           REWRITE tamp_fxfer
                           MOVE "fxfer" TO WS-AUDIT-FILE
                           MOVE fxt_numXf TO WS-AUDIT-KEY
                           MOVE "MODIFY" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                   END-READ
               CLOSE fxfer
               IF WS-XFR-SHORT = 0 THEN
                   MOVE "TRANSFER RECEIVED IN FULL" TO ERROR-MESSAGE
               ELSE
                   MOVE "TRANSFER RECEIVED SHORT - SHORTFALL RECORDED"
                       TO ERROR-MESSAGE
               END-IF
           END-IF.

      * tamp_fxferl HOLDS ONE INCOMING LINE (fxferl OPEN I-O, fxferq
      * OPEN OUTSIDE TRAINING) - TAKES THE ARRIVED COUNT, BOOKS IT
      * INTO fstock AND QUEUES THE C LINE FOR THE SENDER. AN ITEM
      * THIS HOUSE DOES NOT STOCK CANNOT BE BOOKED AND COUNTS AS NOT
      * ARRIVED.
       XFER_RECEIVE_ONE_LINE.
           MOVE fxl_qty_sent TO WS-XFR-QTY
           ACCEPT XFER-RECV-LINE-SCREEN
           IF WS-XFR-QTY > fxl_qty_sent THEN
               MOVE fxl_qty_sent TO WS-XFR-QTY
           END-IF
           OPEN I-O fstock
               MOVE fxl_numItem TO fsk_numItem
               READ fstock
                   INVALID KEY
                       DISPLAY "ITEM " fxl_numItem
                           " IS NOT STOCKED HERE - COUNTED AS SHORT"
                       MOVE 0 TO WS-XFR-QTY
                   NOT INVALID KEY
                       IF WS-XFR-QTY NOT = 0 THEN
                           MOVE WS-XFR-QTY TO WS-STK-RECEIVED
                           MOVE fxl_unit_cost TO WS-STK-UNIT-PRICE
                           PERFORM AVERAGE_IN_RECEIPT
                           ADD WS-XFR-QTY TO fsk_qty
                           REWRITE tamp_fstock
                           MOVE "fstock" TO WS-AUDIT-FILE
                           MOVE fsk_numItem TO WS-AUDIT-KEY
                           MOVE "XFERIN" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                       END-IF
               END-READ
           CLOSE fstock
           MOVE WS-XFR-QTY TO fxl_qty_recv
           REWRITE tamp_fxferl
           MOVE "fxferl" TO WS-AUDIT-FILE
           MOVE fxl_numXl TO WS-AUDIT-KEY
           MOVE "MODIFY" TO WS-AUDIT-OP
           PERFORM AUDIT_LOG
           IF WS-XFR-QTY < fxl_qty_sent THEN
               COMPUTE WS-XFR-SHORT ROUNDED = WS-XFR-SHORT +
                   ((fxl_qty_sent - WS-XFR-QTY) * fxl_unit_cost)
           END-IF
           IF WS-TRAINING = 0 THEN
               MOVE SPACES TO tamp_fxferq
               STRING "C," WS-XFR-FIND "," WS-CURRENT-DATE ","
                   fxl_numItem "," WS-XFR-QTY
                   DELIMITED BY SIZE INTO tamp_fxferq
               WRITE tamp_fxferq
           END-IF.

      * CREATES A SUPPLIER RECORD - THE PAPER BINDER'S ADDRESS PAGE
      * RETIRES HERE. SAME EDIT/VALIDATE/WRITE SHAPE AS ADD_COMPANY.
       ADD_SUPPLIER.

      * tamp_fstock HOLDS A BELOW-MINIMUM ITEM AND WS-PO-FIND THE
      * OPEN PO - OFFERS IT WITH THE BRING-TO-TWICE-MINIMUM
      * SUGGESTION, WRITES THE LINE UNLESS SKIPPED. AN ORDERED LINE
      * MUST CARRY ITS UNIT PRICE - THE SUPPLIER INVOICE IS MATCHED
      * AGAINST IT LATER.
       OFFER_PO_LINE.
           COMPUTE WS-POD-QTY = (fsk_min * 2) - fsk_qty
           MOVE 0 TO fpod_price_entier
           MOVE 0 TO fpod_price_decimal
           MOVE 0 TO Wvalide
           PERFORM WITH TEST AFTER UNTIL Wvalide = 1
               ACCEPT PO-LINE-SCREEN
               MOVE " " TO ERROR-MESSAGE
               IF WS-POD-QTY NOT = 0 AND fpod_price_entier = 0
                   AND fpod_price_decimal = 0 THEN
                   MOVE "UNIT PRICE IS REQUIRED ON AN ORDERED LINE"
                       TO ERROR-MESSAGE
               ELSE
                   MOVE 1 TO Wvalide
               END-IF
           END-PERFORM
           IF WS-POD-QTY NOT = 0 THEN
               PERFORM GET_LASTID_PO_LINE
               MOVE WS-PO-FIND TO fpod_numPo
               MOVE fsk_numItem TO fpod_numItem
               MOVE WS-POD-QTY TO fpod_qty_ordered
               MOVE 0 TO fpod_qty_received
               MOVE 0 TO fpod_qty_invoiced
               OPEN I-O fpod
                   WRITE tamp_fpod
                       INVALID KEY
                                           FUNCTION TRIM(fsk_label)
                                           " QTY "
                                           fpod_qty_ordered
                                           " AT "
                                           fpod_price_entier "."
                                           fpod_price_decimal
                                           DELIMITED BY SIZE INTO
                                           WS-RPT-LINE
                                       PERFORM REPORT_LINE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE WS-POD-RCV TO WS-STK-RECEIVED
                               COMPUTE WS-STK-UNIT-PRICE =
                                   fpod_price_entier +
                                   (fpod_price_decimal / 100)
                               PERFORM AVERAGE_IN_RECEIPT
                               ADD WS-POD-RCV TO fsk_qty
                               REWRITE tamp_fstock
                               MOVE "fstock" TO WS-AUDIT-FILE
               MOVE 1 TO WS-PO-INCOMPLETE
           END-IF.

      * KEYS ONE SUPPLIER INVOICE FROM THE PAPER PILE INTO THE
      * REGISTER - HEADER FIRST (SAME EDIT/VALIDATE/WRITE SHAPE AS
      * ADD_CARD_DISPUTE), THEN EVERY LINE OF THE PURCHASE ORDER IT
      * BILLS IS OFFERED WITH WHAT WAS RECEIVED BUT NOT YET BILLED
      * AND THE ORDER PRICE, THE CLERK KEYING WHAT THE SUPPLIER
      * ACTUALLY CHARGED. THE FINISHED INVOICE GOES STRAIGHT THROUGH
      * THE THREE-WAY MATCH; ONE WITH NO LINES IS DROPPED AGAIN.
       ADD_SUPPLIER_INVOICE.
           MOVE 0 TO Wvalide
           MOVE " " TO MENU-VALIDATE
           PERFORM GET_LASTID_SUP_INVOICE
           MOVE 0 TO fsi_numSup
           MOVE " " TO fsi_ref
           MOVE WS-CURRENT-DATE TO fsi_date
           MOVE 0 TO fsi_numPo
           MOVE 0 TO fsi_vat_entier
           MOVE 0 TO fsi_vat_decimal
           MOVE 0 TO fsi_total_entier
           MOVE 0 TO fsi_total_decimal
           PERFORM WITH TEST AFTER UNTIL Wvalide = 1
               OR MENU-VALIDATE = "N"
               ACCEPT SUP-INVOICE-SCREEN
               MOVE " " TO ERROR-MESSAGE
               PERFORM CHECK_SUPPLIER_INVOICE
           END-PERFORM
           IF MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y" THEN
               MOVE fsi_numInv TO WS-SIN-NUM
               MOVE 0 TO WS-SIN-LINES
               MOVE 0 TO WS-SIN-NET
               OPEN INPUT fpod
                   MOVE fsi_numPo TO fpod_numPo
                   START fpod KEY IS EQUAL fpod_numPo
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 0 TO WS-SIN-EOF
                           PERFORM WITH TEST AFTER UNTIL WS-SIN-EOF = 1
                               READ fpod NEXT
                                   AT END
                                       MOVE 1 TO WS-SIN-EOF
                                   NOT AT END
                                       IF fpod_numPo NOT = fsi_numPo
                                           THEN
                                           MOVE 1 TO WS-SIN-EOF
                                       ELSE
                                           PERFORM OFFER_INVOICE_LINE
                                       END-IF
                               END-READ
                           END-PERFORM
                   END-START
               CLOSE fpod
               IF WS-SIN-LINES = 0 THEN
                   MOVE "NO LINES KEYED - INVOICE DROPPED" TO
                       ERROR-MESSAGE
               ELSE
                   MOVE WS-SIN-NET TO fsi_net_entier
                   COMPUTE fsi_net_decimal =
                       (WS-SIN-NET - fsi_net_entier) * 100
                   MOVE 0 TO fsi_status
                   MOVE " " TO fsi_reason
                   MOVE WS-CURRENT-USER-NUM TO fsi_entered_by
                   MOVE 0 TO fsi_approved_by
                   MOVE 0 TO fsi_approved
                   MOVE 0 TO fsi_exported
                   MOVE 0 TO Wtrouve
                   OPEN I-O fsinv
                       WRITE tamp_fsinv
                           INVALID KEY
                               MOVE "CREATION ERROR" TO ERROR-MESSAGE
                           NOT INVALID KEY
                               MOVE 1 TO Wtrouve
                               MOVE "fsinv" TO WS-AUDIT-FILE
                               MOVE fsi_numInv TO WS-AUDIT-KEY
                               MOVE "ADD" TO WS-AUDIT-OP
                               PERFORM AUDIT_LOG
                       END-WRITE
                   CLOSE fsinv
                   IF Wtrouve = 1 THEN
                       PERFORM MATCH_SUPPLIER_INVOICE
                       IF WS-SIN-BAD = 0 THEN
                           MOVE "INVOICE MATCHED - AWAITING APPROVAL"
                               TO ERROR-MESSAGE
                       ELSE
                           MOVE SPACES TO ERROR-MESSAGE
                           STRING "INVOICE BLOCKED - " WS-SIN-REASON
                               DELIMITED BY SIZE INTO ERROR-MESSAGE
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE "CREATION ABORT" TO ERROR-MESSAGE
           END-IF.

      * tamp_fsinv HOLDS THE CANDIDATE HEADER - Wvalide COMES BACK 1
      * WHEN IT CAN BE FILED; OTHERWISE ERROR-MESSAGE SAYS WHY. THE
      * SAME SUPPLIER INVOICE NUMBER CANNOT BE KEYED TWICE.
       CHECK_SUPPLIER_INVOICE.
           MOVE 0 TO Wvalide
           MOVE 0 TO Wtrouve
           OPEN INPUT fsup
               MOVE fsi_numSup TO fsp_numSup
               READ fsup
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO Wtrouve
               END-READ
           CLOSE fsup
           IF Wtrouve = 0 THEN
               MOVE "INEXISTING SUPPLIER" TO ERROR-MESSAGE
           ELSE
               MOVE 0 TO Wtrouve
               OPEN INPUT fpor
                   MOVE fsi_numPo TO fpor_numPo
                   READ fpor
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF fpor_numSup = fsi_numSup THEN
                               MOVE 1 TO Wtrouve
                           END-IF
               END-READ
               CLOSE fpor
               IF Wtrouve = 0 THEN
                   MOVE "NO SUCH PURCHASE ORDER FOR THIS SUPPLIER" TO
                       ERROR-MESSAGE
               ELSE
                   IF fsi_ref = SPACES THEN
                       MOVE "SUPPLIER INVOICE NUMBER IS REQUIRED" TO
                           ERROR-MESSAGE
                   ELSE
                       IF fsi_total_entier = 0 AND
                           fsi_total_decimal = 0 THEN
                           MOVE "INVOICE TOTAL IS REQUIRED" TO
                               ERROR-MESSAGE
                       ELSE
                           PERFORM CHECK_SUPPLIER_INVOICE_DUPLICATE
                           IF Wtrouve = 1 THEN
                               MOVE "INVOICE ALREADY IN THE REGISTER"
                                   TO ERROR-MESSAGE
                           ELSE
                               MOVE 1 TO Wvalide
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Wtrouve COMES BACK 1 WHEN THE SUPPLIER ALREADY HAS AN INVOICE
      * WITH THIS NUMBER IN THE REGISTER - tamp_fsinv IS PARKED IN
      * WS-SIN-SAVE FOR THE SCAN AND PUT BACK AFTERWARDS.
       CHECK_SUPPLIER_INVOICE_DUPLICATE.
           MOVE 0 TO Wtrouve
           MOVE tamp_fsinv TO WS-SIN-SAVE
           MOVE fsi_numSup TO WS-SIN-SUP
           MOVE fsi_ref TO WS-SIN-REF
           OPEN INPUT fsinv
               START fsinv KEY IS EQUAL fsi_numSup
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-SIN-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-SIN-EOF = 1
                           READ fsinv NEXT
                               AT END
                                   MOVE 1 TO WS-SIN-EOF
                               NOT AT END
                                   IF fsi_numSup NOT = WS-SIN-SUP
                                       THEN
                                       MOVE 1 TO WS-SIN-EOF
                                   ELSE
                                       IF fsi_ref = WS-SIN-REF THEN
                                           MOVE 1 TO Wtrouve
                                           MOVE 1 TO WS-SIN-EOF
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fsinv
           MOVE WS-SIN-SAVE TO tamp_fsinv.

      * tamp_fpod HOLDS ONE LINE OF THE PO BEING BILLED - OFFERS IT
      * WITH THE RECEIVED-BUT-UNBILLED QUANTITY AND THE ORDER PRICE
      * AND WRITES THE INVOICE LINE UNLESS SKIPPED, ADDING IT TO
      * WS-SIN-NET.
       OFFER_INVOICE_LINE.
           MOVE " " TO fsk_label
           OPEN INPUT fstock
               MOVE fpod_numItem TO fsk_numItem
               READ fstock
                   INVALID KEY
                       CONTINUE
               END-READ
           CLOSE fstock
           MOVE 0 TO WS-POD-QTY
           IF fpod_qty_received > fpod_qty_invoiced THEN
               COMPUTE WS-POD-QTY =
                   fpod_qty_received - fpod_qty_invoiced
           END-IF
           MOVE fpod_price_entier TO fil_price_entier
           MOVE fpod_price_decimal TO fil_price_decimal
           ACCEPT SUP-INVOICE-LINE-SCREEN
           IF WS-POD-QTY NOT = 0 THEN
               PERFORM GET_LASTID_SUP_INVOICE_LINE
               MOVE WS-SIN-NUM TO fil_numInv
               MOVE fpod_numPd TO fil_numPd
               MOVE fpod_numItem TO fil_numItem
               MOVE WS-POD-QTY TO fil_qty
               MOVE 0 TO fil_match
               OPEN I-O fsinvl
                   WRITE tamp_fsinvl
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-SIN-LINES
                           COMPUTE WS-SIN-NET ROUNDED = WS-SIN-NET +
                               fil_qty * (fil_price_entier +
                               (fil_price_decimal / 100))
                           MOVE "fsinvl" TO WS-AUDIT-FILE
                           MOVE fil_numIl TO WS-AUDIT-KEY
                           MOVE "ADD" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                   END-WRITE
               CLOSE fsinvl
           END-IF.

      * ADDS ONE FEATURE TO THE AMENITY CATALOGUE.
       ADD_AMENITY.
           MOVE 0 TO Wvalide
           PERFORM GET_LASTID_AMENITY
           MOVE " " TO fam_label
           PERFORM WITH TEST AFTER UNTIL Wvalide = 1
               OR MENU-VALIDATE = "N"
               ACCEPT AMENITY-EDIT-SCREEN
               MOVE " " TO ERROR-MESSAGE
               IF FUNCTION TRIM(fam_label) = SPACES THEN
                   MOVE "LABEL IS REQUIRED" TO ERROR-MESSAGE
               ELSE
                   MOVE 1 TO Wvalide
               END-IF
           END-PERFORM
           IF MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y" THEN
               OPEN I-O famen
                   WRITE tamp_famen
                       INVALID KEY
                           MOVE "CREATION ERROR" TO ERROR-MESSAGE
                       NOT INVALID KEY
                           MOVE "AMENITY ADDED" TO ERROR-MESSAGE
                           MOVE "famen" TO WS-AUDIT-FILE
                           MOVE fam_numAm TO WS-AUDIT-KEY
                           MOVE "ADD" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                   END-WRITE
               CLOSE famen
           ELSE
               MOVE "CREATION ABORT" TO ERROR-MESSAGE
           END-IF.

      * TIES ONE CATALOGUE AMENITY TO ONE ROOM - BOTH SIDES PROVEN
      * TO EXIST FIRST, AND AN ALREADY-LINKED PAIR IS REFUSED SO A
      * ROOM NEVER LISTS THE SAME FEATURE TWICE.
       LINK_ROOM_AMENITY.
               MOVE "CREATION ABORT" TO ERROR-MESSAGE
           END-IF.

      * ADDS ONE PREVENTIVE-MAINTENANCE PLAN - A SERVICE INTERVAL ON
      * ONE REGISTERED PIECE OR ON EVERY PIECE OF AN ITEM TYPE; THE
      * BATCH RAISES THE WORK ORDERS WHEN THEY COME DUE.
       ADD_PM_PLAN.
           MOVE 0 TO Wvalide
           PERFORM GET_LASTID_PM_PLAN
           MOVE " " TO fpm_label
           MOVE " " TO fpm_item
           MOVE 0 TO fpm_numEq
           MOVE 0 TO fpm_every_days
           MOVE 0 TO fpm_every_stays
           MOVE 2 TO fpm_duration_hours
           MOVE 3 TO fpm_priority
           PERFORM WITH TEST AFTER UNTIL Wvalide = 1
               OR MENU-VALIDATE = "N"
               ACCEPT PM-PLAN-SCREEN
               MOVE " " TO ERROR-MESSAGE
               IF FUNCTION TRIM(fpm_label) = SPACES THEN
                   MOVE "LABEL IS REQUIRED" TO ERROR-MESSAGE
               ELSE
                   IF fpm_every_days = 0 AND fpm_every_stays = 0
                       THEN
                       MOVE "INTERVAL IS REQUIRED" TO ERROR-MESSAGE
                   ELSE
                       IF fpm_duration_hours < 1 OR
                           fpm_duration_hours > 9 THEN
                           MOVE "WRONG DURATION" TO ERROR-MESSAGE
                       ELSE
                           IF fpm_priority < 1 OR fpm_priority > 3
                               THEN
                               MOVE "WRONG PRIORITY" TO ERROR-MESSAGE
                           ELSE
                               PERFORM CHECK_PM_PLAN_SCOPE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y" THEN
               OPEN I-O fpmplan
                   WRITE tamp_fpmplan
                       INVALID KEY
                           MOVE "CREATION ERROR" TO ERROR-MESSAGE
                       NOT INVALID KEY
                           MOVE "PREVENTIVE PLAN ADDED" TO
                               ERROR-MESSAGE
                           MOVE "fpmplan" TO WS-AUDIT-FILE
                           MOVE fpm_numPm TO WS-AUDIT-KEY
                           MOVE "ADD" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                   END-WRITE
               CLOSE fpmplan
           ELSE
               MOVE "CREATION ABORT" TO ERROR-MESSAGE
           END-IF.

      * A PLAN NAMES EITHER ONE REGISTERED PIECE (WHICH MUST EXIST)
      * OR AN ITEM TYPE - Wvalide = 1 WHEN THE SCOPE HOLDS UP.
       CHECK_PM_PLAN_SCOPE.
           IF fpm_numEq = 0 THEN
               IF FUNCTION TRIM(fpm_item) = SPACES THEN
                   MOVE "EQUIPMENT OR ITEM TYPE IS REQUIRED" TO
                       ERROR-MESSAGE
               ELSE
                   MOVE 1 TO Wvalide
               END-IF
           ELSE
               OPEN INPUT fequip
                   MOVE fpm_numEq TO feq_numEq
                   READ fequip
                       INVALID KEY
                           MOVE "THIS EQUIPMENT DOESN'T EXIST" TO
                               ERROR-MESSAGE
                       NOT INVALID KEY
                           MOVE feq_item TO fpm_item
                           MOVE 1 TO Wvalide
                   END-READ
               CLOSE fequip
           END-IF.

      * ADDS ONE PAR LINE TO A ROOM TYPE'S MINIBAR DEFINITION.
       ADD_MINIBAR_PAR.
           MOVE 0 TO Wvalide
           MOVE WS-CURRENT-DATE TO fcg_start
           MOVE WS-CURRENT-DATE TO fcg_end
           MOVE 7 TO fcg_window_days
           MOVE " " TO fcg_audience
           PERFORM WITH TEST AFTER UNTIL Wvalide = 1
               OR MENU-VALIDATE = "N"
               ACCEPT CAMPAIGN-EDIT-SCREEN
                       MOVE "END DATE BEFORE START DATE" TO
                           ERROR-MESSAGE
                   ELSE
                       MOVE 0 TO WS-RFM-OK
                       IF fcg_audience = SPACES THEN
                           MOVE 1 TO WS-RFM-OK
                       END-IF
                       PERFORM VARYING WS-RFM-I FROM 1 BY 1
                           UNTIL WS-RFM-I > 8
                           IF fcg_audience =
                               WS-RFM-SEG-NAME(WS-RFM-I) THEN
                               MOVE 1 TO WS-RFM-OK
                           END-IF
                       END-PERFORM
                       IF WS-RFM-OK = 0 THEN
                           MOVE "UNKNOWN RFM AUDIENCE" TO
                               ERROR-MESSAGE
                       ELSE
                           MOVE 1 TO Wvalide
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
               MOVE "CREATION ABORT" TO ERROR-MESSAGE
           END-IF.

      * ADDS ONE DATE TO THE CLOCK-CHANGE TABLE - SAME EDIT/VALIDATE/
      * WRITE SHAPE AS ADD_CLOSEOUT. DEFAULTS TO THE USUAL SPRING
      * CHANGE (FORWARD ONE HOUR AT 02:00); THE AUTUMN ONE IS BACK
      * AT 03:00. THE TABLE IN STORAGE IS RELOADED ON NEXT USE.
       ADD_CLOCK_CHANGE.
           MOVE 0 TO Wvalide
           MOVE WS-CURRENT-DATE TO fcc_date
           MOVE 2 TO fcc_hours
           MOVE 1 TO fcc_dir
           MOVE 60 TO fcc_minutes
           MOVE WS-CURRENT-USER-NUM TO fcc_set_by
           PERFORM WITH TEST AFTER UNTIL Wvalide = 1
               OR MENU-VALIDATE = "N"
               ACCEPT CLOCK-CHANGE-SCREEN
               MOVE " " TO ERROR-MESSAGE
               IF fcc_date_month < 1 OR fcc_date_month > 12 OR
                   fcc_date_day < 1 OR fcc_date_day > 31 THEN
                   MOVE "INVALID DATE" TO ERROR-MESSAGE
               ELSE
                   IF fcc_hours > 23 THEN
                       MOVE "HOUR MUST BE 0 TO 23" TO ERROR-MESSAGE
                   ELSE
                       IF fcc_dir NOT = 1 AND fcc_dir NOT = 2 THEN
                           MOVE "DIRECTION MUST BE 1 OR 2" TO
                               ERROR-MESSAGE
                       ELSE
                           IF fcc_minutes = 0 OR
                               fcc_minutes > 120 THEN
                               MOVE "MINUTES MUST BE 1 TO 120" TO
                                   ERROR-MESSAGE
                           ELSE
                               MOVE 1 TO Wvalide
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y" THEN
               OPEN I-O fdst
                   WRITE tamp_fdst
                       INVALID KEY
                           MOVE "A CHANGE IS ALREADY SET ON THAT DATE"
                               TO ERROR-MESSAGE
                       NOT INVALID KEY
                           MOVE "CLOCK CHANGE ADDED" TO ERROR-MESSAGE
                           MOVE "fdst" TO WS-AUDIT-FILE
                           MOVE fcc_date TO WS-AUDIT-KEY
                           MOVE "ADD" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                           MOVE 0 TO WS-DST-LOADED
                   END-WRITE
               CLOSE fdst
           ELSE
               MOVE "CREATION ABORT" TO ERROR-MESSAGE
           END-IF.

      * ADDS ONE BUNDLED PACKAGE - SAME EDIT/VALIDATE/WRITE SHAPE AS
      * ADD_PROMO_CODE (THE CODE IS TYPED, IT IS WHAT THE DESK QUOTES).
      * A PACKAGE IS TAKEN OFF SALE RATHER THAN DELETED, SO STAYS
      * ALREADY SOLD WITH IT KEEP THEIR SPLIT.
       ADD_PACKAGE.
           MOVE 0 TO Wvalide
           MOVE SPACES TO fbn_code
           MOVE SPACES TO fbn_name
           MOVE SPACES TO fbn_typeCh
           MOVE 3 TO fbn_hours
           MOVE 0 TO fbn_price
           MOVE 1 TO fbn_rule
           MOVE 0 TO fbn_status
           PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
               UNTIL WS-PKG-IDX > 5
               MOVE 0 TO fbn_kind(WS-PKG-IDX)
               MOVE 0 TO fbn_class(WS-PKG-IDX)
               MOVE SPACES TO fbn_label(WS-PKG-IDX)
               MOVE 0 TO fbn_value(WS-PKG-IDX)
               MOVE 0 TO fbn_qty(WS-PKG-IDX)
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL Wvalide = 1
               OR MENU-VALIDATE = "N"
               ACCEPT PACKAGE-EDITING-SCREEN
               MOVE " " TO ERROR-MESSAGE
               IF fbn_code = SPACES OR fbn_name = SPACES THEN
                   MOVE "CODE AND NAME ARE REQUIRED" TO ERROR-MESSAGE
               ELSE
                   IF fbn_hours = 0 OR fbn_price = 0 THEN
                       MOVE "ROOM HOURS AND PRICE MUST NOT BE ZERO"
                           TO ERROR-MESSAGE
                   ELSE
                       IF fbn_rule NOT = 1 AND fbn_rule NOT = 2 THEN
                           MOVE "SPLIT RULE MUST BE 1 OR 2" TO
                               ERROR-MESSAGE
                       ELSE
                           PERFORM PKG_CHECK_LINES
                           IF WS-PKG-OK = 1 THEN
                               MOVE 1 TO Wvalide
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y" THEN
               OPEN I-O fpkg
                   WRITE tamp_fpkg
                       INVALID KEY
                           MOVE "CODE ALREADY EXISTS" TO ERROR-MESSAGE
                       NOT INVALID KEY
                           MOVE "PACKAGE ADDED" TO ERROR-MESSAGE
                           MOVE "fpkg" TO WS-AUDIT-FILE
                           MOVE fbn_code TO WS-AUDIT-KEY
                           MOVE "ADD" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                   END-WRITE
               CLOSE fpkg
           ELSE
               MOVE "CREATION ABORT" TO ERROR-MESSAGE
           END-IF.

      * tamp_fpkg HOLDS THE PACKAGE BEING KEYED - PROVES EVERY
      * COMPONENT LINE MAKES SENSE AND, FOR THE FIXED SPLIT, THAT THE
      * ITEMS LEAVE THE ROOM SOMETHING. WS-PKG-OK = 0 WITH
      * ERROR-MESSAGE SET ON THE FIRST FAULT.
       PKG_CHECK_LINES.
           MOVE 1 TO WS-PKG-OK
           MOVE 0 TO WS-PKG-VAL-SUM
           PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
               UNTIL WS-PKG-IDX > 5 OR WS-PKG-OK = 0
               IF fbn_kind(WS-PKG-IDX) > 4 THEN
                   MOVE 0 TO WS-PKG-OK
                   MOVE "COMPONENT KIND MUST BE 0 TO 4" TO
                       ERROR-MESSAGE
               ELSE
                   IF fbn_kind(WS-PKG-IDX) = 1 AND
                       fbn_class(WS-PKG-IDX) NOT = 1 AND
                       fbn_class(WS-PKG-IDX) NOT = 3 AND
                       fbn_class(WS-PKG-IDX) NOT = 4 THEN
                       MOVE 0 TO WS-PKG-OK
                       MOVE "ITEM CLASS MUST BE 1, 3 OR 4" TO
                           ERROR-MESSAGE
                   ELSE
                       IF fbn_kind(WS-PKG-IDX) = 3 AND
                           fbn_qty(WS-PKG-IDX) = 0 THEN
                           MOVE 0 TO WS-PKG-OK
                           MOVE "LATE CHECKOUT NEEDS ITS EXTRA HOURS"
                               TO ERROR-MESSAGE
                       ELSE
                           IF fbn_kind(WS-PKG-IDX) NOT = 0 AND
                               fbn_kind(WS-PKG-IDX) NOT = 3 THEN
                               IF fbn_qty(WS-PKG-IDX) = 0 THEN
                                   ADD fbn_value(WS-PKG-IDX) TO
                                       WS-PKG-VAL-SUM
                               ELSE
                                   COMPUTE WS-PKG-VAL-SUM =
                                       WS-PKG-VAL-SUM +
                                       (fbn_value(WS-PKG-IDX) *
                                       fbn_qty(WS-PKG-IDX))
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PKG-OK = 1 AND fbn_rule = 2 AND
               WS-PKG-VAL-SUM NOT < fbn_price THEN
               MOVE 0 TO WS-PKG-OK
               MOVE "FIXED PARTS LEAVE NOTHING FOR THE ROOM" TO
                   ERROR-MESSAGE
           END-IF.

      * ADDS ONE CHANNEL ALLOTMENT CONTRACT - SAME EDIT/VALIDATE/
      * WRITE SHAPE AS ADD_CLOSEOUT. THE PARTNER MUST BE ON fpartner
      * AND MAY NOT HOLD A SECOND LIVE CONTRACT FOR THE SAME ROOM
      * TYPE OVER ANY OF THE SAME DAYS.
       ADD_ALLOTMENT.
           MOVE 0 TO Wvalide
           PERFORM GET_LASTID_ALLOTMENT
           MOVE 1 TO fat_numPt
           MOVE " " TO fat_typeCh
           MOVE WS-CURRENT-DATE TO fat_from
           MOVE WS-CURRENT-DATE TO fat_to
           MOVE 0 TO fat_rooms
           MOVE 0 TO fat_release
           MOVE 0 TO fat_status
           PERFORM WITH TEST AFTER UNTIL Wvalide = 1
               OR MENU-VALIDATE = "N"
               ACCEPT ALLOTMENT-EDIT-SCREEN
               MOVE " " TO ERROR-MESSAGE
               MOVE 0 TO fat_status
               MOVE fat_numPt TO fpt_numPt
               MOVE 1 TO Wtrouve
               OPEN INPUT fpartner
                   READ fpartner
                       INVALID KEY
                           MOVE 0 TO Wtrouve
                   END-READ
               CLOSE fpartner
               IF fat_numPt = 0 OR Wtrouve = 0 THEN
                   MOVE "UNKNOWN CHANNEL PARTNER" TO ERROR-MESSAGE
               ELSE
                   IF fat_typeCh = SPACES THEN
                       MOVE "ROOM TYPE IS REQUIRED" TO ERROR-MESSAGE
                   ELSE
                       IF fat_to < fat_from THEN
                           MOVE "END DATE BEFORE START DATE" TO
                               ERROR-MESSAGE
                       ELSE
                           IF fat_rooms = 0 THEN
                               MOVE "ROOMS MUST NOT BE ZERO" TO
                                   ERROR-MESSAGE
                           ELSE
                               PERFORM CHECK_ALLOTMENT_OVERLAP
                               IF Wtrouve = 1 THEN
                                   MOVE
                               "OVERLAPS A LIVE CONTRACT FOR THAT TYPE"
                                       TO ERROR-MESSAGE
                               ELSE
                                   MOVE 1 TO Wvalide
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y" THEN
               OPEN I-O fallot
                   WRITE tamp_fallot
                       INVALID KEY
                           MOVE "CREATION ERROR" TO ERROR-MESSAGE
                       NOT INVALID KEY
                           MOVE "ALLOTMENT ADDED" TO ERROR-MESSAGE
                           MOVE "fallot" TO WS-AUDIT-FILE
                           MOVE fat_numAl TO WS-AUDIT-KEY
                           MOVE "ADD" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                   END-WRITE
               CLOSE fallot
           ELSE
               MOVE "CREATION ABORT" TO ERROR-MESSAGE
           END-IF.

      * tamp_fallot HOLDS THE CANDIDATE CONTRACT - Wtrouve COMES BACK
      * 1 WHEN ANOTHER LIVE CONTRACT OF THE SAME PARTNER AND ROOM
      * TYPE SHARES ANY DAY WITH IT. THE CANDIDATE IS PUT BACK.
       CHECK_ALLOTMENT_OVERLAP.
           MOVE tamp_fallot TO WS-ALT-SAVE
           MOVE fat_numPt TO WS-ALT-PT
           MOVE fat_typeCh TO WS-ALT-TYPE
           MOVE fat_from TO WS-ALT-DATE
           MOVE fat_to TO WS-ALT-TO
           MOVE 0 TO Wtrouve
           OPEN INPUT fallot
               MOVE 0 TO WS-ALT-EOF
               PERFORM WITH TEST AFTER UNTIL WS-ALT-EOF = 1
                   READ fallot NEXT
                       AT END
                           MOVE 1 TO WS-ALT-EOF
                       NOT AT END
                           IF fat_status = 0 AND
                               fat_numPt = WS-ALT-PT AND
                               fat_typeCh = WS-ALT-TYPE AND
                               fat_from <= WS-ALT-TO AND
                               fat_to >= WS-ALT-DATE THEN
                               MOVE 1 TO Wtrouve
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fallot
           MOVE WS-ALT-SAVE TO tamp_fallot.

      * ADDS ONE OCCUPANCY YIELD BAND TO THE ADMIN-EDITED TABLE THE
      * AUTOMATIC PRICING STEP READS (SEE APPLY_YIELD_BAND) - SAME
      * EDIT/VALIDATE/WRITE SHAPE AS ADD_PRICE_RULE.
               MOVE "CREATION ABORT" TO ERROR-MESSAGE
           END-IF.

      * ADDS ONE PROPOSED RULE TO A NAMED TARIFF WHAT-IF SCENARIO
      * (fwhatif - SEE TARIFF_WHATIF). A KIND 1 LINE NAMING A PENDING
      * freval TAKES THAT REVALUATION'S TERMS AS THEY STAND, SO IT
      * CAN BE TRIED BEFORE ITS EFFECTIVE DATE. SAME EDIT/VALIDATE/
      * WRITE SHAPE AS ADD_PRICE_RULE.
       ADD_WHATIF_LINE.
           MOVE 0 TO Wvalide
           MOVE SPACES TO fwi_scen
           MOVE 0 TO fwi_seq
           MOVE 2 TO fwi_kind
           MOVE 0 TO fwi_replaces
           MOVE " " TO fwi_typeCh
           MOVE 0 TO fwi_from
           MOVE 0 TO fwi_to
           MOVE 0 TO fwi_mode
           MOVE "+" TO fwi_sign
           MOVE 0 TO fwi_pct
           MOVE 1.00 TO fwi_mult
           MOVE 0 TO fwi_amount_entier
           MOVE 0 TO fwi_amount_decimal
           MOVE 0 TO fwi_min_pct
           MOVE 100 TO fwi_max_pct
           MOVE 0 TO fwi_numCo
           MOVE 0 TO fwi_wd_mode
           MOVE 0 TO fwi_start_hours
           MOVE 0 TO fwi_end_hours
           PERFORM WITH TEST AFTER UNTIL Wvalide = 1
               OR MENU-VALIDATE = "N"
               PERFORM IDLE_ARM
               ACCEPT WHATIF-RULE-SCREEN WITH TIME-OUT WS-IDL-WAIT
               MOVE " " TO ERROR-MESSAGE
               PERFORM IDLE_CHECK
               IF WS-IDL-TIMED = 1 THEN
                   MOVE "N" TO MENU-VALIDATE
               ELSE
                   IF fwi_scen = SPACES THEN
                       MOVE "SCENARIO NAME REQUIRED" TO ERROR-MESSAGE
                   ELSE
                       IF fwi_kind < 1 OR fwi_kind > 4 THEN
                           MOVE "KIND MUST BE 1 TO 4" TO ERROR-MESSAGE
                       ELSE
                           IF fwi_to NOT = 0 AND fwi_to < fwi_from THEN
                               MOVE "END DATE BEFORE START DATE" TO
                                   ERROR-MESSAGE
                           ELSE
                               PERFORM WHATIF_LINE_CHECK
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y" THEN
               PERFORM WHATIF_NEXT_SEQ
               OPEN I-O fwhatif
                   WRITE tamp_fwhatif
                       INVALID KEY
                           MOVE "CREATION ERROR" TO ERROR-MESSAGE
                       NOT INVALID KEY
                           MOVE SPACES TO ERROR-MESSAGE
                           STRING "SCENARIO " fwi_scen " LINE "
                               fwi_seq " ADDED" DELIMITED BY SIZE
                               INTO ERROR-MESSAGE
                           MOVE "fwhatif" TO WS-AUDIT-FILE
                           MOVE fwi_key TO WS-AUDIT-KEY
                           MOVE "ADD" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                   END-WRITE
               CLOSE fwhatif
           ELSE
               MOVE "CREATION ABORT" TO ERROR-MESSAGE
           END-IF.

      * THE KIND-SPECIFIC EDITS OF ADD_WHATIF_LINE - SETS Wvalide OR
      * LEAVES THE COMPLAINT IN ERROR-MESSAGE.
       WHATIF_LINE_CHECK.
           IF fwi_mode NOT = 0 AND fwi_mode NOT = 1 THEN
               MOVE "WRONG MODE" TO ERROR-MESSAGE
           END-IF
           IF (fwi_kind = 1 OR fwi_kind = 3) AND
               fwi_sign NOT = "+" AND fwi_sign NOT = "-" THEN
               MOVE "SIGN MUST BE + OR -" TO ERROR-MESSAGE
           END-IF
           IF fwi_kind = 2 AND fwi_mode = 0 AND fwi_mult = 0 THEN
               MOVE "MULTIPLIER MUST NOT BE ZERO" TO ERROR-MESSAGE
           END-IF
           IF fwi_kind = 3 AND fwi_max_pct < fwi_min_pct THEN
               MOVE "RANGE END BEFORE RANGE START" TO ERROR-MESSAGE
           END-IF
           IF fwi_kind = 4 THEN
               IF fwi_numCo = 0 THEN
                   MOVE "COMPANY REQUIRED" TO ERROR-MESSAGE
               END-IF
               IF fwi_wd_mode > 2 THEN
                   MOVE "DAYS MUST BE 0, 1 OR 2" TO ERROR-MESSAGE
               END-IF
           END-IF
           IF fwi_kind = 1 AND fwi_replaces NOT = 0 AND
               ERROR-MESSAGE = SPACES THEN
               OPEN INPUT freval
                   MOVE fwi_replaces TO frv_numRv
                   READ freval
                       INVALID KEY
                           MOVE "NO SUCH REVALUATION" TO
                               ERROR-MESSAGE
                       NOT INVALID KEY
                           MOVE frv_typeCh TO fwi_typeCh
                           MOVE frv_mode TO fwi_mode
                           MOVE frv_sign TO fwi_sign
                           MOVE frv_pct TO fwi_pct
                           MOVE frv_flat TO fwi_amount
                   END-READ
               CLOSE freval
           END-IF
           IF ERROR-MESSAGE = SPACES THEN
               MOVE 1 TO Wvalide
           END-IF.

      * tamp_fwhatif MUST HOLD THE NEW LINE - LEAVES THE NEXT FREE
      * LINE NUMBER OF ITS SCENARIO IN fwi_seq.
       WHATIF_NEXT_SEQ.
           MOVE tamp_fwhatif TO WS-WIF-HOLD
           MOVE fwi_scen TO WS-WIF-SC1
           MOVE 0 TO WS-WIF-I
           OPEN INPUT fwhatif
               MOVE 0 TO fwi_seq
               START fwhatif KEY IS NOT < fwi_key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-WIF-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-WIF-EOF = 1
                           READ fwhatif NEXT
                               AT END
                                   MOVE 1 TO WS-WIF-EOF
                               NOT AT END
                                   IF fwi_scen NOT = WS-WIF-SC1 THEN
                                       MOVE 1 TO WS-WIF-EOF
                                   ELSE
                                       MOVE fwi_seq TO WS-WIF-I
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fwhatif
           MOVE WS-WIF-HOLD TO tamp_fwhatif
           COMPUTE fwi_seq = WS-WIF-I + 1.

      * SELLS A PREPAID GIFT VOUCHER AT THE DESK - FACE VALUE AND
      * EXPIRY CAPTURED, THE fvch RECORD WRITTEN, THEN THE MONEY
      * TAKEN THROUGH THE NORMAL POST_PAYMENT LEDGER (RESERVATION 0 -
                   MOVE fv_value_entier TO WS-PAY-AMT-ENTIER
                   MOVE fv_value_decimal TO WS-PAY-AMT-DECIMAL
                   MOVE 0 TO WS-PAY-METHOD
                   PERFORM ACCEPT_CHECKOUT_PAYMENT
                   MOVE 0 TO fr_numResa
                   PERFORM POST_PAYMENT
                   MOVE "VOUCHER SOLD AND PAID" TO ERROR-MESSAGE
                       CONTINUE
                   NOT INVALID KEY
                       MOVE fr_numCo TO WS-CRT-CO
                       MOVE fr_plan TO WS-RPL-ARM
                       PERFORM GET_ROOM_RATE_FOR_DATE
               END-READ
           CLOSE fch
           COMPUTE WS-REV-DURATION =
               fr_duree_hours + (fr_duree_minute / 60)
               + (fr_nights * 24)
           PERFORM DST_STAY_CORRECTION
           ADD WS-DST-HOURS TO WS-REV-DURATION
           COMPUTE WS-EXT-SUM = WS-EXT-SUM + fr_extra_entier
               + (fr_extra_decimal / 100)
           COMPUTE WS-REV-NET =
      *    PER-RATE BASES AND TAXES PRINT UNDER THE INVOICE AND
      *    fi_tax CARRIES THE SUM
           MOVE 0 TO WS-VAT-TAX-SUM
           PERFORM CLEAR_INVOICE_VAT_LINES
           MOVE 0 TO WS-VAT-CODE
           PERFORM GET_VAT_RATE_FOR_CODE
      *    fr_extra (OVERSTAY ACCRUAL AND LOST-CARD FEES) RIDES THE
           COMPUTE WS-INV-TAX = WS-VAT-PART * WS-VAT-RATE
               / (100 + WS-VAT-RATE)
           ADD WS-INV-TAX TO WS-VAT-TAX-SUM
           MOVE 1 TO WS-IVL-IDX
           MOVE WS-VAT-PART TO WS-IVL-BASE
           MOVE WS-VAT-RATE TO WS-IVL-RATE
           MOVE WS-INV-TAX TO WS-IVL-TAX
           PERFORM SET_INVOICE_VAT_LINE
           DISPLAY "  VAT BASE (ROOM) " WS-VAT-PART " AT "
               WS-VAT-RATE "% = " WS-INV-TAX
           MOVE 0 TO WS-VAT-IDX
                       WS-VAT-EXT-BASE(WS-VAT-IDX) * WS-VAT-RATE
                       / (100 + WS-VAT-RATE)
                   ADD WS-INV-TAX TO WS-VAT-TAX-SUM
                   COMPUTE WS-IVL-IDX = WS-VAT-IDX + 1
                   MOVE WS-VAT-EXT-BASE(WS-VAT-IDX) TO WS-IVL-BASE
                   MOVE WS-VAT-RATE TO WS-IVL-RATE
                   MOVE WS-INV-TAX TO WS-IVL-TAX
                   PERFORM SET_INVOICE_VAT_LINE
                   DISPLAY "  VAT BASE (CODE " WS-VAT-IDX ") "
                       WS-VAT-EXT-BASE(WS-VAT-IDX) " AT "
                       WS-VAT-RATE "% = " WS-INV-TAX
               MOVE 0 TO WS-INV-BALANCE
           END-IF
           PERFORM GET_LASTID_INVOICE
           PERFORM LOAD_BUSINESS_DATE
           MOVE fr_numResa TO fi_numResa
           MOVE fr_numCl TO fi_numCl
           MOVE fr_numCh TO fi_numCh
           MOVE WS-BUSINESS-DATE TO fi_date
           MOVE WS-REV-PRICE TO fi_rate_entier
           COMPUTE fi_rate_decimal =
               (WS-REV-PRICE - fi_rate_entier) * 100
           MOVE WS-INV-BALANCE TO fi_balance_entier
           COMPUTE fi_balance_decimal =
               (WS-INV-BALANCE - fi_balance_entier) * 100
           MOVE fr_plan TO fi_plan
           MOVE fi_plan TO WS-RPL-CODE
           PERFORM READ_RATE_PLAN
           OPEN I-O finv
               WRITE tamp_finv
                   INVALID KEY
                       MOVE fi_numInv TO WS-AUDIT-KEY
                       MOVE "ADD" TO WS-AUDIT-OP
                       PERFORM AUDIT_LOG
                       PERFORM PKG_INVOICE_LINE
                       ACCEPT INVOICE-SCREEN
               END-WRITE
           CLOSE finv.

      * ISSUES A CREDIT NOTE AGAINST AN INVOICE ALREADY HANDED OVER -
      * A POST-CHECKOUT CORRECTION THE finv RECORD CAN NO LONGER
      * CARRY. THE CLERK KEYS THE INVOICE, A REASON AND THE GROSS
      * AMOUNT CREDITED PER VAT BUCKET.
       ISSUE_CREDIT_NOTE.
           MOVE 0 TO WS-AV-INV
           MOVE 0 TO WS-AV-PAY
           MOVE 0 TO WS-AV-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-AV-IDX = 5
               ADD 1 TO WS-AV-IDX
               MOVE 0 TO WS-AV-IN-ENTIER(WS-AV-IDX)
               MOVE 0 TO WS-AV-IN-DECIMAL(WS-AV-IDX)
           END-PERFORM
           PERFORM CREDIT_NOTE_ENTRY.

      * WS-AV-INV, WS-AV-PAY AND WS-AV-ENTRY MAY COME IN PRE-FILLED
      * (REFUND_PAYMENT OFFERS A NOTE FOR THE AMOUNT PAID BACK) -
      * EDITS AND VALIDATES THE NOTE, THEN WRITES AND SHOWS IT. THE
      * INVOICE'S TOTAL LESS EVERY EARLIER NOTE AGAINST IT IS THE
      * MOST THAT CAN STILL BE CREDITED.
       CREDIT_NOTE_ENTRY.
           MOVE SPACES TO WS-AV-REASON
           MOVE 0 TO Wvalide
           PERFORM WITH TEST AFTER UNTIL Wvalide = 1
               OR MENU-VALIDATE = "N"
               ACCEPT CREDIT-NOTE-EDIT-SCREEN
               MOVE " " TO ERROR-MESSAGE
               MOVE 0 TO WS-AV-TOTAL
               MOVE 0 TO WS-AV-IDX
               PERFORM WITH TEST BEFORE UNTIL WS-AV-IDX = 5
                   ADD 1 TO WS-AV-IDX
                   COMPUTE WS-AV-TOTAL = WS-AV-TOTAL +
                       WS-AV-IN-ENTIER(WS-AV-IDX) +
                       (WS-AV-IN-DECIMAL(WS-AV-IDX) / 100)
               END-PERFORM
               MOVE 0 TO Wtrouve
               OPEN INPUT finv
                   MOVE WS-AV-INV TO fi_numInv
                   READ finv
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO Wtrouve
                           COMPUTE WS-AV-INV-TOTAL = fi_total_entier +
                               (fi_total_decimal / 100)
                           MOVE fi_numResa TO WS-AV-INV-RESA
                           MOVE fi_numCl TO WS-AV-INV-CL
                   END-READ
               CLOSE finv
      *        AN OLD STAY'S INVOICE MAY ALREADY SIT IN THE ARCHIVE
               IF Wtrouve = 0 THEN
                   OPEN INPUT finvarch
                       MOVE WS-AV-INV TO fia_numInv
                       READ finvarch
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE tamp_finvarch TO tamp_finv
                               MOVE 1 TO Wtrouve
                               COMPUTE WS-AV-INV-TOTAL =
                                   fi_total_entier +
                                   (fi_total_decimal / 100)
                               MOVE fi_numResa TO WS-AV-INV-RESA
                               MOVE fi_numCl TO WS-AV-INV-CL
                       END-READ
                   CLOSE finvarch
               END-IF
               IF Wtrouve = 0 THEN
                   MOVE "THIS INVOICE DOESN'T EXIST" TO ERROR-MESSAGE
               ELSE
                   IF WS-AV-REASON = SPACES THEN
                       MOVE "REASON IS REQUIRED" TO ERROR-MESSAGE
                   ELSE
                       IF WS-AV-TOTAL = 0 THEN
                           MOVE "AMOUNT MUST NOT BE ZERO" TO
                               ERROR-MESSAGE
                       ELSE
                           PERFORM SUM_PRIOR_CREDIT_NOTES
                           IF WS-AV-TOTAL + WS-AV-PRIOR >
                               WS-AV-INV-TOTAL THEN
                               MOVE
                           "MORE THAN THE INVOICE STILL CARRIES"
                                   TO ERROR-MESSAGE
                           ELSE
                               MOVE 1 TO Wvalide
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y" THEN
               PERFORM WRITE_CREDIT_NOTE
           ELSE
               MOVE "CREDIT NOTE ABORT" TO ERROR-MESSAGE
           END-IF.

      * WS-AV-INV MUST HOLD THE INVOICE - WS-AV-PRIOR COMES BACK AS
      * THE GROSS ALREADY CREDITED AGAINST IT (fav_numInv GROUP).
       SUM_PRIOR_CREDIT_NOTES.
           MOVE 0 TO WS-AV-PRIOR
           OPEN INPUT favoir
               MOVE WS-AV-INV TO fav_numInv
               START favoir KEY IS EQUAL fav_numInv
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wfin
                       MOVE 0 TO Wstop
                       PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           OR Wstop = 1
                           READ favoir NEXT
                               AT END
                                   MOVE 1 TO Wfin
                               NOT AT END
                                   IF fav_numInv NOT = WS-AV-INV THEN
                                       MOVE 1 TO Wstop
                                   ELSE
                                       COMPUTE WS-AV-PRIOR =
                                           WS-AV-PRIOR +
                                           fav_total_entier +
                                           (fav_total_decimal / 100)
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE favoir.

      * THE VALIDATED NOTE - NUMBERS IT FROM ITS OWN SERIES, DATES IT
      * ON THE BUSINESS DAY, BREAKS THE INCLUDED VAT OUT OF EACH
      * BUCKET AT THAT BUCKET'S RATE (SAME GET_VAT_RATE_FOR_CODE
      * LOOK-UP AS GENERATE_INVOICE) AND WRITES IT.
       WRITE_CREDIT_NOTE.
           PERFORM GET_LASTID_CREDIT_NOTE
           PERFORM LOAD_BUSINESS_DATE
           MOVE WS-AV-INV TO fav_numInv
           MOVE WS-AV-INV-RESA TO fav_numResa
           MOVE WS-AV-INV-CL TO fav_numCl
           MOVE WS-BUSINESS-DATE TO fav_date
           MOVE WS-CURRENT-USER-NUM TO fav_numP
           MOVE WS-AV-PAY TO fav_numPay
           MOVE WS-AV-REASON TO fav_reason
           MOVE 0 TO WS-AV-TAX
           MOVE 0 TO WS-AV-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-AV-IDX = 5
               ADD 1 TO WS-AV-IDX
               MOVE WS-AV-IN-ENTIER(WS-AV-IDX) TO
                   fav_base_entier(WS-AV-IDX)
               MOVE WS-AV-IN-DECIMAL(WS-AV-IDX) TO
                   fav_base_decimal(WS-AV-IDX)
               COMPUTE WS-AV-LINE-AMT = WS-AV-IN-ENTIER(WS-AV-IDX) +
                   (WS-AV-IN-DECIMAL(WS-AV-IDX) / 100)
               COMPUTE WS-VAT-CODE = WS-AV-IDX - 1
               PERFORM GET_VAT_RATE_FOR_CODE
               MOVE WS-VAT-RATE TO fav_vat_rate(WS-AV-IDX)
               COMPUTE WS-INV-TAX = WS-AV-LINE-AMT * WS-VAT-RATE
                   / (100 + WS-VAT-RATE)
               ADD WS-INV-TAX TO WS-AV-TAX
               MOVE WS-INV-TAX TO fav_vat_entier(WS-AV-IDX)
               COMPUTE fav_vat_decimal(WS-AV-IDX) =
                   (WS-INV-TAX - fav_vat_entier(WS-AV-IDX)) * 100
           END-PERFORM
           MOVE WS-AV-TOTAL TO fav_total_entier
           COMPUTE fav_total_decimal =
               (WS-AV-TOTAL - fav_total_entier) * 100
           MOVE WS-AV-TAX TO fav_tax_entier
           COMPUTE fav_tax_decimal =
               (WS-AV-TAX - fav_tax_entier) * 100
           OPEN I-O favoir
               WRITE tamp_favoir
                   INVALID KEY
                       MOVE "CREDIT NOTE CREATION ERROR" TO
                           ERROR-MESSAGE
                   NOT INVALID KEY
                       MOVE "favoir" TO WS-AUDIT-FILE
                       MOVE fav_numAv TO WS-AUDIT-KEY
                       MOVE "ADD" TO WS-AUDIT-OP
                       PERFORM AUDIT_LOG
                       MOVE "CREDIT NOTE ISSUED" TO ERROR-MESSAGE
                       ACCEPT CREDIT-NOTE-SCREEN
               END-WRITE
           CLOSE favoir.

      * SCANS TODAY'S fresa RECORDS AND CREATES THE CLEANING fmis FOR
      * EACH ONE CHECKING OUT. fmis IS NOT HELD OPEN ACROSS THE LOOP
      * (MISSION_EXIST AND ASSIGN_LEAST_LOADED_CLEANER EACH OPEN AND
                               MOVE 0 TO fm_needs_reassign
                               MOVE 0 TO fm_inspected
                               MOVE WS-SITE-NUM TO fm_site
                               MOVE 0 TO fm_supply_cost
                               OPEN I-O fmis
                               WRITE tamp_fmis
                               INVALID KEY
                   END-PERFORM
               END-START
           CLOSE fresa.

      * OPENS ONE CARD CHARGEBACK CASE - SAME EDIT/VALIDATE/WRITE
      * SHAPE AS ADD_ALLOTMENT. THE DISPUTED LINE MUST BE A CARD
      * PAYMENT (NOT A REVERSAL) THAT NO OTHER CASE ALREADY HOLDS,
      * THE STAY IS TAKEN FROM IT, AND A PRE-AUTH, IF GIVEN, MUST
      * BELONG TO THE SAME STAY. THE EVIDENCE PACK SPOOLS AS SOON AS
      * THE CASE IS ON FILE.
       ADD_CARD_DISPUTE.
           MOVE 0 TO Wvalide
           MOVE " " TO MENU-VALIDATE
           PERFORM GET_LASTID_DISPUTE
           MOVE 0 TO fds_numPay
           MOVE 0 TO fds_numAuth
           MOVE " " TO fds_proc_ref
           MOVE " " TO fds_reason
           MOVE 0 TO fds_amount_entier
           MOVE 0 TO fds_amount_decimal
           MOVE WS-CURRENT-DATE TO fds_deadline
           PERFORM WITH TEST AFTER UNTIL Wvalide = 1
               OR MENU-VALIDATE = "N"
               ACCEPT DISPUTE-OPEN-SCREEN
               MOVE " " TO ERROR-MESSAGE
               PERFORM CHECK_CARD_DISPUTE
           END-PERFORM
           IF MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y" THEN
               MOVE WS-DSP-RESA TO fds_numResa
               MOVE WS-CURRENT-DATE TO fds_opened
               MOVE 0 TO fds_outcome
               MOVE 0 TO fds_closed
               MOVE 0 TO fds_numRev
               MOVE WS-CURRENT-USER-NUM TO fds_numP
               MOVE 0 TO Wtrouve
               OPEN I-O fdispute
                   WRITE tamp_fdispute
                       INVALID KEY
                           MOVE "CREATION ERROR" TO ERROR-MESSAGE
                       NOT INVALID KEY
                           MOVE 1 TO Wtrouve
                           MOVE "fdispute" TO WS-AUDIT-FILE
                           MOVE fds_numDs TO WS-AUDIT-KEY
                           MOVE "ADD" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                   END-WRITE
               CLOSE fdispute
               IF Wtrouve = 1 THEN
                   PERFORM DISPUTE_EVIDENCE_PACK
                   MOVE "DISPUTE OPENED - EVIDENCE PACK SPOOLED" TO
                       ERROR-MESSAGE
               END-IF
           ELSE
               MOVE "CREATION ABORT" TO ERROR-MESSAGE
           END-IF.

      * tamp_fdispute HOLDS THE CANDIDATE CASE - Wvalide COMES BACK 1
      * WHEN IT CAN BE FILED, WITH ITS STAY IN WS-DSP-RESA; OTHERWISE
      * ERROR-MESSAGE SAYS WHY.
       CHECK_CARD_DISPUTE.
           MOVE 0 TO Wvalide
           MOVE 0 TO Wtrouve
           OPEN INPUT fpay
               MOVE fds_numPay TO fy_numPay
               READ fpay
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO Wtrouve
               END-READ
           CLOSE fpay
           IF Wtrouve = 0 THEN
               OPEN INPUT fpayarch
                   MOVE fds_numPay TO fya_numPay
                   READ fpayarch
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE tamp_fpayarch TO tamp_fpay
                           MOVE 1 TO Wtrouve
                   END-READ
               CLOSE fpayarch
           END-IF
           IF Wtrouve = 0 THEN
               MOVE "THIS PAYMENT DOESN'T EXIST" TO ERROR-MESSAGE
           ELSE
               MOVE fy_numResa TO WS-DSP-RESA
               COMPUTE WS-DSP-ORIG-AMT = fy_amount_entier +
                   (fy_amount_decimal / 100)
               IF fy_kind NOT = 0 OR fy_method NOT = 1 THEN
                   MOVE "NOT A CARD PAYMENT LINE" TO ERROR-MESSAGE
               ELSE
                   IF fds_amount_entier = 0 AND
                       fds_amount_decimal = 0 THEN
                       MOVE "AMOUNT MUST NOT BE ZERO" TO ERROR-MESSAGE
                   ELSE
                       IF fds_amount_entier +
                           (fds_amount_decimal / 100) >
                           WS-DSP-ORIG-AMT THEN
                           MOVE "CANNOT DISPUTE MORE THAN WAS TAKEN"
                               TO ERROR-MESSAGE
                       ELSE
                           IF fds_proc_ref = SPACES THEN
                               MOVE "PROCESSOR REFERENCE IS REQUIRED"
                                   TO ERROR-MESSAGE
                           ELSE
                               IF fds_deadline < WS-CURRENT-DATE THEN
                                   MOVE "RESPONSE DATE ALREADY PASSED"
                                       TO ERROR-MESSAGE
                               ELSE
                                   PERFORM CHECK_DISPUTE_LINKS
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * THE PRE-AUTH (IF ANY) MUST SIT ON THE DISPUTED STAY AND NO
      * OTHER CASE MAY ALREADY HOLD THE PAYMENT LINE - THE CANDIDATE
      * IN tamp_fdispute IS PUT BACK AFTER THE SCAN.
       CHECK_DISPUTE_LINKS.
           MOVE 1 TO Wtrouve
           IF fds_numAuth NOT = 0 THEN
               MOVE 0 TO Wtrouve
               OPEN INPUT fauth
                   MOVE fds_numAuth TO fau_numAuth
                   READ fauth
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF fau_numResa = WS-DSP-RESA THEN
                               MOVE 1 TO Wtrouve
                           END-IF
                   END-READ
               CLOSE fauth
               IF Wtrouve = 0 THEN
                   OPEN INPUT fautharch
                       MOVE fds_numAuth TO faua_numAuth
                       READ fautharch
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF faua_numResa = WS-DSP-RESA THEN
                                   MOVE 1 TO Wtrouve
                               END-IF
                       END-READ
                   CLOSE fautharch
               END-IF
           END-IF
           IF Wtrouve = 0 THEN
               MOVE "PRE-AUTH NOT ON THAT STAY" TO ERROR-MESSAGE
           ELSE
               MOVE tamp_fdispute TO WS-DSP-SAVE
               MOVE fds_numPay TO WS-DSP-NUM
               MOVE 0 TO Wtrouve
               OPEN INPUT fdispute
                   MOVE WS-DSP-RESA TO fds_numResa
                   START fdispute KEY IS EQUAL fds_numResa
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 0 TO WS-DSP-EOF
                           PERFORM WITH TEST AFTER UNTIL
                               WS-DSP-EOF = 1
                               READ fdispute NEXT
                                   AT END
                                       MOVE 1 TO WS-DSP-EOF
                                   NOT AT END
                                       IF fds_numResa NOT =
                                           WS-DSP-RESA THEN
                                           MOVE 1 TO WS-DSP-EOF
                                       ELSE
                                           IF fds_numPay = WS-DSP-NUM
                                               THEN
                                               MOVE 1 TO Wtrouve
                                           END-IF
                                       END-IF
                               END-READ
                           END-PERFORM
                   END-START
               CLOSE fdispute
               MOVE WS-DSP-SAVE TO tamp_fdispute
               IF Wtrouve = 1 THEN
                   MOVE "PAYMENT ALREADY UNDER DISPUTE" TO
                       ERROR-MESSAGE
               ELSE
                   MOVE 1 TO Wvalide
               END-IF
           END-IF.
