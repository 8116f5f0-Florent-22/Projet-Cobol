       MODIF SECTION.


      * RUNS THE SAME CLIENT/ROOM/CAPACITY/CLOSE-OUT/OVERLAP
      * VALIDATION CHAIN ADD_RESERV DOES (THE STAY ITSELF IS LEFT OUT
      * OF THE SELL-LIMIT AND ALLOTMENT COUNTS), SO CHANGING A
      * BOOKING'S ROOM OR DATES CANNOT
      * BYPASS THE SAFEGUARDS CREATING ONE HAS TO PASS. LIKE
      * ADD_RESERV, ONE fresa I-O OPEN IS HELD FROM THE OVERLAP
      * PROOF THROUGH THE REWRITE SO THE OTHER TERMINAL CANNOT BOOK
                          IF Wtrouve = 0 THEN
                              MOVE "ROOM CLOSED AT THAT HOUR"
                                  TO ERROR-MESSAGE
                          ELSE
                              MOVE 0 TO WS-RPL-PREPAY
                              PERFORM CHECK_RATE_PLAN
                          IF Wtrouve = 0 THEN
                              PERFORM SHOW_RATE_PLAN_REASON
                          ELSE
                              MOVE 1tamp_fresa TO tamp_fresa
                              PERFORM CHECK_CLOSEOUT_CALENDAR
                          IF WS-CLZ-BLOCKED NOT = 0 THEN
                              PERFORM SHOW_CLOSEOUT_REASON
                          ELSE
                              PERFORM CHECK_MARKET_SEGMENT
                              MOVE fr_segment TO 1fr_segment
                          IF Wtrouve = 0 THEN
                              MOVE "UNKNOWN OR WITHDRAWN MARKET SEGMENT"
                                  TO ERROR-MESSAGE
                          ELSE
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
                       MOVE fp_actif TO 1fp_actif
                       MOVE fp_cap_day_min TO 1fp_cap_day_min
                       MOVE fp_cap_week_min TO 1fp_cap_week_min
                       MOVE fp_cost_entier TO 1fp_cost_entier
                       MOVE fp_cost_decimal TO 1fp_cost_decimal
               END-READ
               IF Wtrouve = 1 THEN
                   MOVE 0 TO Wvalide
                       ACCEPT PERS-EDITING-SCREEN
                       MOVE " " TO ERROR-MESSAGE
                       IF 1fp_type = 0 OR 1fp_type = 1 OR
                           1fp_type = 2 OR 1fp_type = 3 THEN
                           IF 1fp_actif = 0 OR 1fp_actif = 1 OR
                               1fp_actif = 2 THEN
                               MOVE 1 TO Wvalide
                       MOVE 1fp_actif TO fp_actif
                       MOVE 1fp_cap_day_min TO fp_cap_day_min
                       MOVE 1fp_cap_week_min TO fp_cap_week_min
                       MOVE 1fp_cost_entier TO fp_cost_entier
                       MOVE 1fp_cost_decimal TO fp_cost_decimal
                       IF FUNCTION TRIM(1fp_motDePasse) NOT = SPACES
                           THEN
                           MOVE fp_hist2_salt TO fp_hist3_salt
       MODIF_CLIENT.
           MOVE 0 TO Wvalide
           PERFORM WITH TEST AFTER UNTIL Wvalide = 1
                   PERFORM MASK_EDIT_TEL_HIDE
                   ACCEPT ADD-CLI-SCREEN
                   PERFORM MASK_EDIT_TEL_RESTORE
                   MOVE tamp_fcli TO 1tamp_fcli
                   MOVE " " TO ERROR-MESSAGE
                   MOVE fcl_dateNaissance TO WS-VAL-DATE
                       STRING "BIRTHDAY: " WS-VAL-MSG
                           DELIMITED BY SIZE INTO ERROR-MESSAGE
                   ELSE
                   MOVE fcl_lang TO WS-LNG-CHECK
                   PERFORM CHECK_LANGUAGE_CODE
                   IF (WS-CURRENT-YEAR - fcl_year) >= 18 THEN
                       IF WS-LNG-OK = 1 THEN
                           MOVE 1 TO Wvalide
                       ELSE
                           MOVE "UNKNOWN LANGUAGE CODE"
                               TO ERROR-MESSAGE
                       END-IF
                   ELSE
                       MOVE "CUSTOMER MUST HAVE AT LEAST 18 YEARS OLD" 
                          TO ERROR-MESSAGE
               INVALID KEY
                   MOVE "INEXISTING ROOM" TO ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE fc_prix_heure TO WS-XCM-OLD-HOUR
                   MOVE fc_prix_heure_weekend TO WS-XCM-OLD-WKND
                   MOVE fc_in_service TO WS-RIN-START
                   PERFORM WITH TEST AFTER UNTIL Wvalide = 1
                      ACCEPT ROOM-EDITING-SCREEN
                      MOVE " " TO ERROR-MESSAGE
                              MOVE "WRONG OPERATING HOURS" TO
                                  ERROR-MESSAGE
                          ELSE
                          IF fc_in_service NOT = 0 AND
                              FUNCTION TEST-DATE-YYYYMMDD(fc_in_service)
                              NOT = 0 THEN
                              MOVE "WRONG IN-SERVICE DATE" TO
                                  ERROR-MESSAGE
                          ELSE
                              PERFORM CHECK_ROOM_SERVICE_MOVE
                          END-IF
                          END-IF
                      END-IF
                      END-IF
                          NOT INVALID KEY
                              MOVE "fch" TO WS-AUDIT-FILE
                              MOVE fc_numCh TO WS-AUDIT-KEY
      *                       A CHANGED TARIFF IS TOLD APART FROM THE
      *                       OTHER EDITS FOR THE EXCEPTION MONITOR
                              IF fc_prix_heure NOT = WS-XCM-OLD-HOUR OR
                                  fc_prix_heure_weekend NOT =
                                  WS-XCM-OLD-WKND THEN
                                  MOVE "PRICE" TO WS-AUDIT-OP
                              ELSE
                                  MOVE "MODIFY" TO WS-AUDIT-OP
                              END-IF
                              PERFORM AUDIT_LOG
      *                       A MOVED IN-SERVICE DATE GOES IN THE
      *                       ROOM'S INVENTORY HISTORY
                              IF fc_in_service NOT = WS-RIN-START THEN
                                  MOVE 1 TO fri_kind
                                  MOVE fc_in_service TO fri_from
                                  MOVE 0 TO fri_to
                                  MOVE "IN-SERVICE DATE CHANGED" TO
                                      fri_reason
                                  PERFORM WRITE_ROOM_INVENTORY_ROW
                              END-IF
                      END-REWRITE
                  ELSE
                     MOVE "MODIFICATION ABORT" TO ERROR-MESSAGE
           END-READ
           CLOSE fch.

      * tamp_fch HOLDS THE EDITED ROOM AND WS-RIN-START ITS OLD
      * IN-SERVICE DATE - AN IN-SERVICE DATE MOVED LATER TAKES THE
      * DAYS UP TO IT OUT OF SALE, SO IT IS REFUSED WHILE A BOOKING
      * STILL HOLDS THE ROOM ON ANY OF THEM (DAYS ALREADY PAST DO NOT
      * COUNT). Wvalide = 1 WHEN THE EDIT MAY STAND.
       CHECK_ROOM_SERVICE_MOVE.
           MOVE 0 TO Wtrouve
           IF fc_in_service > WS-RIN-START THEN
               MOVE WS-RIN-START TO WS-RIN-DATE
               IF WS-RIN-DATE < WS-CURRENT-DATE THEN
                   MOVE WS-CURRENT-DATE TO WS-RIN-DATE
               END-IF
               COMPUTE WS-RIN-LAST = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(fc_in_service) - 1)
               IF WS-RIN-DATE <= WS-RIN-LAST THEN
                   PERFORM ROOM_BOOKED_BETWEEN
               END-IF
           END-IF
           IF Wtrouve = 1 THEN
               MOVE "ROOM BOOKED BEFORE THE NEW IN-SERVICE DATE" TO
                   ERROR-MESSAGE
           ELSE
               MOVE 1 TO Wvalide
           END-IF.

      * SETS/CLEARS A ROOM'S MAINTENANCE STATUS SEPARATELY FROM
      * MODIF_ROOM'S FULL EDIT FORM, SO FRONT DESK CAN FLAG A ROOM OUT
      * OF SERVICE WITHOUT TOUCHING ITS TYPE/PRICE/DESCRIPTION.
       CLOCK_OUT_MISSION.
           ACCEPT CLOCK-MISSION-SCREEN
           MOVE " " TO ERROR-MESSAGE
           MOVE 0 TO WS-BMS-SYNC
           OPEN I-O fmis
               READ fmis
                   INVALID KEY
                                   fm_reel_fin_hours
                               MOVE WS-CURRENT-MINUTE TO
                                   fm_reel_fin_minute
                               IF WS-PRP-MISSION = 0 THEN
                                   PERFORM CONSUME_STOCK_FOR_MISSION
                               END-IF
                               REWRITE tamp_fmis
                               MOVE "fmis" TO WS-AUDIT-FILE
                               MOVE fm_numM TO WS-AUDIT-KEY
                               MOVE "MODIFY" TO WS-AUDIT-OP
                               PERFORM AUDIT_LOG
                               MOVE fm_numCh TO WS-BMS-ROOM
                               MOVE 1 TO WS-BMS-SYNC
                               PERFORM RECORD_CHECKLIST_TICKS
                               IF WS-PRP-MISSION = 1 THEN
                                   PERFORM PREP_MARK_DONE
                               END-IF
                               PERFORM MINIBAR_RESTOCK_WORKSHEET
                               MOVE "MISSION CLOCKED OUT" TO
                                   ERROR-MESSAGE
                       END-IF
               END-READ
           CLOSE fmis
           IF WS-BMS-SYNC = 1 THEN
               PERFORM BMS_SYNC_ROOM
           END-IF
           PERFORM OFFER_STANDBY_POP
           DISPLAY CLOCK-MISSION-SCREEN.

      * WITH NO TEMPLATE HAS NOTHING TO CONFIRM.
       CONFIRM_CLEANING_CHECKLIST.
           MOVE 1 TO WS-CKL-OK
           PERFORM LOAD_CLEANING_CHECKLIST
           MOVE 0 TO WS-CKL-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-CKL-IDX = WS-CKL-CNT
               OR WS-CKL-OK = 0
               END-IF
           END-PERFORM.

      * tamp_fmis HOLDS THE MISSION - LOADS WS-TYPE-CH FROM ITS ROOM
      * AND THE ROOM TYPE'S CHECKLIST TEMPLATE INTO WS-CKL-TABLE
      * (SHARED WITH THE HANDHELD EXCHANGE, WHICH TICKS ITEMS OFF
      * ONE BY ONE INSTEAD OF ASKING). A PREPARATION MISSION PUTS
      * ITS OWN ITEMS UP INSTEAD OF THE TEMPLATE.
       LOAD_CLEANING_CHECKLIST.
           MOVE 0 TO WS-CKL-CNT
           MOVE " " TO WS-TYPE-CH
           OPEN INPUT fch
               MOVE fm_numCh TO fc_numCh
               READ fch
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE fc_typeCh TO WS-TYPE-CH
               END-READ
           CLOSE fch
           PERFORM PREP_LOAD_CHECKLIST
           IF WS-CKL-CNT = 0 THEN
               OPEN INPUT fcheck
                   MOVE 0 TO Wfin
                   PERFORM WITH TEST AFTER UNTIL Wfin = 1
                       OR WS-CKL-CNT = 20
                       READ fcheck NEXT
                           AT END
                               MOVE 1 TO Wfin
                           NOT AT END
                               IF fck_typeCh = WS-TYPE-CH THEN
                                   ADD 1 TO WS-CKL-CNT
                                   MOVE fck_numCk TO
                                       WS-CKL-NUMCK(WS-CKL-CNT)
                                   MOVE fck_item TO
                                       WS-CKL-ITEM(WS-CKL-CNT)
                               END-IF
                       END-READ
                   END-PERFORM
               CLOSE fcheck
           END-IF.

      * THE WHOLE LIST JUST PASSED - ONE fckdone LINE PER CONFIRMED
      * ITEM, KEYED TO THE MISSION.
       RECORD_CHECKLIST_TICKS.
               ELSE
                   MOVE fr_numCl TO WS-CNT-FIND-CL
                   PERFORM SHOW_CLIENT_ALERT_NOTES
                   PERFORM PREP_OPEN_WARNING
                   MOVE " " TO MENU-VALIDATE
                   ACCEPT GUEST-CHECKIN-SCREEN
                   MOVE " " TO ERROR-MESSAGE
                                   MOVE "INEXISTING RESERVATION" TO
                                       ERROR-MESSAGE
                               NOT INVALID KEY
                                   IF fr_numCo NOT = 0 THEN
                                       MOVE 0 TO WS-CRL-NEWSTAY
                                       MOVE 0 TO WS-CRL-OVERRIDE
                                       PERFORM CHECK_COMPANY_CREDIT
                                   END-IF
                                   IF fr_parking = 0 THEN
                                       PERFORM OFFER_PARKING_SPOT
                                   END-IF
                                   IF fr_parking NOT = 0 THEN
                                       PERFORM POST_PARKING_FEE
                                   END-IF
                                   PERFORM PKG_POST_COMPONENTS
                                   PERFORM CAPTURE_IDENTITY_REGISTER
                                   PERFORM OFFER_ROOM_UPGRADE
                                   PERFORM ISSUE_KEY_CARD
                                   PERFORM CREATE_CARD_PREAUTH
                                   PERFORM CREATE_TIMEUP_ALERT
                                   MOVE fr_numCh TO WS-BMS-ROOM
                                   MOVE "PRECOND" TO WS-BMS-MODE
                                   MOVE fr_numResa TO WS-BMS-RESA
                                   PERFORM BMS_ROOM_COMMAND
                                   MOVE "GUEST CHECKED IN" TO
                                       ERROR-MESSAGE
                           END-READ

      * SAME PRECONDITION AS CHECK_IN_GUEST - ONLY MOVES fr_status
      * FROM CHECKED IN (1) TO CHECKED OUT (2), SO A GUEST CAN'T BE
      * CHECKED OUT BEFORE THEY WERE EVER CHECKED IN. A GRATUITY
      * LEFT FOR HOUSEKEEPING IS TAKEN WITH THE BALANCE BUT KEPT
      * OUT OF THE BILL (RECORD_GRATUITY).
       CHECK_OUT_GUEST.
           IF Wtrouve EQUAL 1 THEN
               IF fr_status NOT = 1 THEN
                                   MOVE 0 TO WS-PAY-AMT-ENTIER
                                   MOVE 0 TO WS-PAY-AMT-DECIMAL
                                   MOVE 0 TO WS-PAY-METHOD
                                   MOVE 0 TO WS-GRT-AMT-ENTIER
                                   MOVE 0 TO WS-GRT-AMT-DECIMAL
                                   PERFORM ACCEPT_CHECKOUT_PAYMENT
                                   IF WS-PAY-METHOD = 0 AND
                                       (WS-PAY-AMT-ENTIER NOT = 0 OR
                                       WS-PAY-AMT-DECIMAL NOT = 0)
                                   MOVE fr_numResa TO WS-AUDIT-KEY
                                   MOVE "MODIFY" TO WS-AUDIT-OP
                                   PERFORM AUDIT_LOG
                                   PERFORM OPEN_TURNAROUND
                                   MOVE fr_numCh TO WS-BMS-ROOM
                                   MOVE "ECO" TO WS-BMS-MODE
                                   MOVE fr_numResa TO WS-BMS-RESA
                                   PERFORM BMS_ROOM_COMMAND
                                   MOVE "GUEST CHECKED OUT" TO
                                       ERROR-MESSAGE
                                   IF WS-PAY-AMT-ENTIER NOT = 0 OR
                                       WS-PAY-AMT-DECIMAL NOT = 0 THEN
                                       PERFORM POST_PAYMENT
                                   END-IF
                                   IF WS-GRT-AMT-ENTIER NOT = 0 OR
                                       WS-GRT-AMT-DECIMAL NOT = 0 THEN
                                       MOVE WS-PAY-METHOD TO
                                           WS-GRT-METHOD
                                       MOVE "D" TO WS-GRT-SOURCE
                                       PERFORM RECORD_GRATUITY
                                   END-IF
                                   IF WS-LOY-REDEEM > 0 THEN
                                       PERFORM REDEEM_LOYALTY_POINTS
                                   END-IF
               DISPLAY "DROPPED TO SAFE THIS SHIFT: " WS-SFE-DROPS
               COMPUTE WS-SHIFT-CASH = WS-SHIFT-CASH - WS-SFE-DROPS
           END-IF
      *    PETTY-CASH PAID-OUTS LEFT THE DRAWER AGAINST RECEIPTS
           MOVE 0 TO WS-PDO-SHIFT-TOTAL
           OPEN INPUT fpaidout
               MOVE WS-SHIFT-NUM TO fpd_numShift
               START fpaidout KEY IS EQUAL fpd_numShift
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wfin
                       MOVE 0 TO Wstop
                       PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           OR Wstop = 1
                           READ fpaidout NEXT
                               AT END
                                   MOVE 1 TO Wfin
                               NOT AT END
                                   IF fpd_numShift NOT =
                                       WS-SHIFT-NUM THEN
                                       MOVE 1 TO Wstop
                                   ELSE
                                       COMPUTE WS-PDO-SHIFT-TOTAL =
                                           WS-PDO-SHIFT-TOTAL +
                                           fpd_amount_entier +
                                           (fpd_amount_decimal
                                           / 100)
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fpaidout
           IF WS-PDO-SHIFT-TOTAL NOT = 0 THEN
               DISPLAY "PAID OUT THIS SHIFT: " WS-PDO-SHIFT-TOTAL
               COMPUTE WS-SHIFT-CASH =
                   WS-SHIFT-CASH - WS-PDO-SHIFT-TOTAL
           END-IF
      *    CASH GRATUITIES TAKEN AT CHECKOUT WAIT IN THE DRAWER FOR
      *    THE POOL - THE EXPECTED DRAWER GROWS BY THEM
           MOVE 0 TO WS-GRT-SHIFT
           OPEN INPUT fgrat
               MOVE WS-SHIFT-NUM TO fgt_numShift
               START fgrat KEY IS EQUAL fgt_numShift
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wfin
                       MOVE 0 TO Wstop
                       PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           OR Wstop = 1
                           READ fgrat NEXT
                               AT END
                                   MOVE 1 TO Wfin
                               NOT AT END
                                   IF fgt_numShift NOT =
                                       WS-SHIFT-NUM THEN
                                       MOVE 1 TO Wstop
                                   ELSE
                                       IF fgt_method = 0 THEN
                                           COMPUTE WS-GRT-SHIFT =
                                               WS-GRT-SHIFT +
                                               fgt_amount_entier +
                                               (fgt_amount_decimal
                                               / 100)
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fgrat
           IF WS-GRT-SHIFT NOT = 0 THEN
               DISPLAY "CASH GRATUITIES THIS SHIFT: " WS-GRT-SHIFT
               ADD WS-GRT-SHIFT TO WS-SHIFT-CASH
           END-IF
           OPEN I-O fshift
               MOVE WS-SHIFT-NUM TO fs_numShift
               READ fshift
               END-IF
           END-IF.

      * PAYS PETTY CASH OUT OF THE OPEN DRAWER - CATEGORY, AMOUNT,
      * PAYEE AND RECEIPT NUMBER ON ONE fpaidout LINE PINNED TO THE
      * SHIFT, SO CLOSE_CLERK_SHIFT EXPECTS THAT MUCH LESS IN THE
      * DRAWER. AMOUNTS OVER THE fparam "PDLM" LIMIT NEED A MANAGER
      * SIGN-OFF, WHOSE LOGIN IS KEPT ON THE LINE.
       PETTY_CASH_PAID_OUT.
           IF WS-SHIFT-NUM = 0 THEN
               MOVE "NO OPEN DRAWER SHIFT" TO ERROR-MESSAGE
           ELSE
               MOVE 0 TO WS-PDO-CAT
               MOVE 0 TO WS-PDO-AMT-ENTIER
               MOVE 0 TO WS-PDO-AMT-DECIMAL
               MOVE " " TO WS-PDO-PAYEE
               MOVE " " TO WS-PDO-REF
               ACCEPT PAID-OUT-SCREEN
               MOVE " " TO ERROR-MESSAGE
               COMPUTE WS-PDO-AMT =
                   WS-PDO-AMT-ENTIER + (WS-PDO-AMT-DECIMAL / 100)
               MOVE 1 TO Wvalide
               IF WS-PDO-CAT < 1 OR WS-PDO-CAT > 5 THEN
                   MOVE "UNKNOWN PAID-OUT CATEGORY" TO ERROR-MESSAGE
                   MOVE 0 TO Wvalide
               END-IF
               IF Wvalide = 1 AND WS-PDO-AMT = 0 THEN
                   MOVE "AMOUNT MUST NOT BE ZERO" TO ERROR-MESSAGE
                   MOVE 0 TO Wvalide
               END-IF
               IF Wvalide = 1 AND
                   (WS-PDO-PAYEE = SPACES OR WS-PDO-REF = SPACES) THEN
                   MOVE "PAYEE AND RECEIPT NUMBER ARE MANDATORY" TO
                       ERROR-MESSAGE
                   MOVE 0 TO Wvalide
               END-IF
               IF Wvalide = 1 THEN
                   MOVE "PDLM" TO fpar_key
                   PERFORM GET_PARAM_RATE
                   MOVE 1 TO WS-MGR-OK
                   MOVE 0 TO WS-MGR-LOGIN
                   IF fpar_value NOT = 0 AND
                       WS-PDO-AMT > fpar_value THEN
                       PERFORM VERIFY_MANAGER_CREDENTIAL
                   END-IF
                   IF WS-MGR-OK = 0 THEN
                       MOVE "PAID-OUT REFUSED - NO MANAGER APPROVAL"
                           TO ERROR-MESSAGE
                       MOVE 0 TO Wvalide
                   END-IF
               END-IF
               IF Wvalide = 1 THEN
                   PERFORM LOAD_BUSINESS_DATE
                   PERFORM GET_LASTID_PAIDOUT
                   MOVE WS-SHIFT-NUM TO fpd_numShift
                   MOVE WS-BUSINESS-DATE TO fpd_date_date
                   MOVE WS-CURRENT-HOURS TO fpd_date_hours
                   MOVE WS-CURRENT-MINUTE TO fpd_date_minute
                   MOVE WS-PDO-CAT TO fpd_cat
                   MOVE WS-PDO-AMT-ENTIER TO fpd_amount_entier
                   MOVE WS-PDO-AMT-DECIMAL TO fpd_amount_decimal
                   MOVE WS-PDO-PAYEE TO fpd_payee
                   MOVE WS-PDO-REF TO fpd_ref
                   MOVE WS-CURRENT-USER-NUM TO fpd_numP
                   MOVE WS-MGR-LOGIN TO fpd_numMgr
                   OPEN I-O fpaidout
                       WRITE tamp_fpaidout
                           INVALID KEY
                               MOVE "PAID-OUT FILE ERROR" TO
                                   ERROR-MESSAGE
                           NOT INVALID KEY
                               MOVE "fpaidout" TO WS-AUDIT-FILE
                               MOVE fpd_numPd TO WS-AUDIT-KEY
                               MOVE "ADD" TO WS-AUDIT-OP
                               PERFORM AUDIT_LOG
                               MOVE "PAID-OUT RECORDED" TO
                                   ERROR-MESSAGE
                       END-WRITE
                   CLOSE fpaidout
               END-IF
           END-IF.

      * BUNDLES EVERYTHING SITTING IN THE SAFE INTO ONE NUMBERED
      * BANK DEPOSIT - EACH SAFE ENTRY IS STAMPED WITH THE DEPOSIT
      * NUMBER, THE fdep RECORD HOLDS THE TOTAL AND THE SLIP PRINTS
                   COMPUTE fdp_amount_decimal =
                       (WS-SFE-DEP-TOTAL - fdp_amount_entier) * 100
                   MOVE WS-CURRENT-USER-NUM TO fdp_numP
                   MOVE 0 TO fdp_cleared
                   MOVE ZEROS TO fdp_bank_date
                   OPEN I-O fdep
                       WRITE tamp_fdep
                           INVALID KEY
               MOVE "PARTNER RATE SET" TO ERROR-MESSAGE
           END-IF.

      * UPSERTS ONE RATE PLAN - PRICE ADJUSTMENT, PREPAYMENT AND
      * CANCELLATION SCHEDULE. A PLAN IS NEVER DELETED (BOOKINGS AND
      * INVOICES KEEP POINTING AT IT); frp_status = 1 TAKES IT OFF
      * SALE INSTEAD.
       SET_RATE_PLAN.
           MOVE SPACES TO frp_code
           MOVE SPACES TO frp_nom
           MOVE 0 TO frp_adj_mode
           MOVE 0 TO frp_adj_pct
           MOVE 0 TO frp_prepay_pct
           MOVE 24 TO frp_free_hours
           MOVE 0 TO frp_late_pct
           MOVE 100 TO frp_noshow_pct
           MOVE 0 TO frp_status
           ACCEPT RATE-PLAN-SCREEN
           MOVE " " TO ERROR-MESSAGE
           IF frp_code = SPACES THEN
               MOVE "PLAN CODE MUST NOT BE BLANK" TO ERROR-MESSAGE
           ELSE
               IF frp_adj_mode > 1 OR frp_status > 1 THEN
                   MOVE "MODE AND STATUS MUST BE 0 OR 1" TO
                       ERROR-MESSAGE
               ELSE
                   IF frp_prepay_pct > 100 OR frp_late_pct > 100
                       OR frp_noshow_pct > 100 THEN
                       MOVE "PERCENTAGES MUST NOT EXCEED 100" TO
                           ERROR-MESSAGE
                   ELSE
                       OPEN I-O frplan
                           WRITE tamp_frplan
                               INVALID KEY
                                   REWRITE tamp_frplan
                           END-WRITE
                       CLOSE frplan
                       MOVE "frplan" TO WS-AUDIT-FILE
                       MOVE frp_code TO WS-AUDIT-KEY
                       MOVE "MODIFY" TO WS-AUDIT-OP
                       PERFORM AUDIT_LOG
                       MOVE "RATE PLAN SET" TO ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF.

      * TAKES ONE PACKAGE OFF SALE (fbn_status 1) - KEPT ON FILE SO
      * THE STAYS ALREADY SOLD WITH IT STILL NAME IT.
       RETIRE_PACKAGE.
           MOVE SPACES TO fbn_code
           ACCEPT PACKAGE-RETIRE-SCREEN
           MOVE " " TO ERROR-MESSAGE
           OPEN I-O fpkg
               READ fpkg
                   INVALID KEY
                       MOVE "UNKNOWN PACKAGE CODE" TO ERROR-MESSAGE
                   NOT INVALID KEY
                       MOVE 1 TO fbn_status
                       REWRITE tamp_fpkg
                       MOVE "fpkg" TO WS-AUDIT-FILE
                       MOVE fbn_code TO WS-AUDIT-KEY
                       MOVE "MODIFY" TO WS-AUDIT-OP
                       PERFORM AUDIT_LOG
                       MOVE "PACKAGE TAKEN OFF SALE" TO ERROR-MESSAGE
               END-READ
           CLOSE fpkg.

      * UPSERTS ONE MARKET SEGMENT. A SEGMENT IS WITHDRAWN (STATUS 1)
      * RATHER THAN DELETED SO THAT PAST STAYS STILL REPORT UNDER IT.
       SET_MARKET_SEGMENT.
           MOVE SPACES TO fsg_code
           MOVE SPACES TO fsg_label
           MOVE 0 TO fsg_status
           ACCEPT MARKET-SEGMENT-SCREEN
           MOVE " " TO ERROR-MESSAGE
           IF fsg_code = SPACES THEN
               MOVE "SEGMENT CODE MUST NOT BE BLANK" TO ERROR-MESSAGE
           ELSE
               IF fsg_status > 1 THEN
                   MOVE "STATUS MUST BE 0 OR 1" TO ERROR-MESSAGE
               ELSE
                   OPEN I-O fseg
                       WRITE tamp_fseg
                           INVALID KEY
                               REWRITE tamp_fseg
                       END-WRITE
                   CLOSE fseg
                   MOVE "fseg" TO WS-AUDIT-FILE
                   MOVE fsg_code TO WS-AUDIT-KEY
                   MOVE "MODIFY" TO WS-AUDIT-OP
                   PERFORM AUDIT_LOG
                   MOVE "MARKET SEGMENT SET" TO ERROR-MESSAGE
               END-IF
           END-IF.

      * UPSERTS ONE GUEST MESSAGE WORDING - A KNOWN MESSAGE TYPE IN A
      * KNOWN LANGUAGE, NO COMMAS (THE QUEUE LINE IS CSV).
       SET_MESSAGE_TEMPLATE.
           MOVE SPACES TO ftm_type
           MOVE SPACES TO ftm_lang
           MOVE SPACES TO ftm_text
           ACCEPT MESSAGE-TEMPLATE-SCREEN
           MOVE " " TO ERROR-MESSAGE
           MOVE 0 TO Wtrouve
           PERFORM VARYING WS-MSG-I FROM 1 BY 1 UNTIL WS-MSG-I > 7
               IF ftm_type = WS-MSG-TYPE-NAME(WS-MSG-I) THEN
                   MOVE 1 TO Wtrouve
               END-IF
           END-PERFORM
           MOVE ftm_lang TO WS-LNG-CHECK
           PERFORM CHECK_LANGUAGE_CODE
           MOVE 0 TO WS-MSG-COMMAS
           INSPECT ftm_text TALLYING WS-MSG-COMMAS FOR ALL ","
           IF Wtrouve = 0 THEN
               MOVE "UNKNOWN MESSAGE TYPE" TO ERROR-MESSAGE
           ELSE
               IF WS-LNG-OK = 0 OR ftm_lang = SPACES THEN
                   MOVE "UNKNOWN LANGUAGE CODE" TO ERROR-MESSAGE
               ELSE
                   IF ftm_text = SPACES OR WS-MSG-COMMAS > 0 THEN
                       MOVE "TEXT REQUIRED, WITHOUT COMMAS" TO
                           ERROR-MESSAGE
                   ELSE
                       OPEN I-O ftmpl
                           WRITE tamp_ftmpl
                               INVALID KEY
                                   REWRITE tamp_ftmpl
                           END-WRITE
                       CLOSE ftmpl
                       MOVE "ftmpl" TO WS-AUDIT-FILE
                       MOVE ftm_key TO WS-AUDIT-KEY
                       MOVE "MODIFY" TO WS-AUDIT-OP
                       PERFORM AUDIT_LOG
                       MOVE "MESSAGE TEMPLATE SET" TO ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF.

      * UPSERTS ONE REPORT SUBSCRIPTION - A REPORT CODE, WHO GETS IT
      * AND HOW. NO COMMAS IN THE ADDRESS (THE GATEWAY QUEUES ARE
      * CSV).
       SET_REPORT_SUBSCRIPTION.
           MOVE 0 TO fsu_numSu
           MOVE SPACES TO fsu_code
           MOVE 1 TO fsu_role
           MOVE "E" TO fsu_channel
           MOVE SPACES TO fsu_dest
           MOVE 1 TO fsu_active
           ACCEPT SUBSCRIPTION-SCREEN
           MOVE " " TO ERROR-MESSAGE
           MOVE 0 TO WS-MSG-COMMAS
           INSPECT fsu_dest TALLYING WS-MSG-COMMAS FOR ALL ","
           IF fsu_numSu = 0 THEN
               MOVE "SUBSCRIPTION NUMBER MUST NOT BE ZERO" TO
                   ERROR-MESSAGE
           ELSE
               IF fsu_code = SPACES THEN
                   MOVE "REPORT CODE REQUIRED" TO ERROR-MESSAGE
               ELSE
                   IF fsu_role < 1 OR fsu_role > 3 THEN
                       MOVE "RECIPIENT MUST BE 1, 2 OR 3" TO
                           ERROR-MESSAGE
                   ELSE
                       IF fsu_channel NOT = "E" AND
                           fsu_channel NOT = "S" THEN
                           MOVE "CHANNEL MUST BE E OR S" TO
                               ERROR-MESSAGE
                       ELSE
                           IF fsu_dest = SPACES OR
                               WS-MSG-COMMAS > 0 THEN
                               MOVE "ADDRESS REQUIRED, WITHOUT COMMAS"
                                   TO ERROR-MESSAGE
                           ELSE
                               PERFORM SAVE_REPORT_SUBSCRIPTION
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * tamp_fsubscr HOLDS THE CHECKED SUBSCRIPTION - WRITES OR
      * REPLACES IT.
       SAVE_REPORT_SUBSCRIPTION.
           IF fsu_active NOT = 0 THEN
               MOVE 1 TO fsu_active
           END-IF
           OPEN I-O fsubscr
               WRITE tamp_fsubscr
                   INVALID KEY
                       REWRITE tamp_fsubscr
               END-WRITE
           CLOSE fsubscr
           MOVE "fsubscr" TO WS-AUDIT-FILE
           MOVE fsu_numSu TO WS-AUDIT-KEY
           MOVE "MODIFY" TO WS-AUDIT-OP
           PERFORM AUDIT_LOG
           MOVE "SUBSCRIPTION SAVED" TO ERROR-MESSAGE.

      * UPSERTS ONE COMPETITOR CATEGORY MAPPING - THE ROOM TYPE MUST
      * BE ONE OF OURS. CODES ARE KEPT IN CAPITALS, AS THE IMPORT
      * READS THEM.
       SET_COMPETITOR_MAPPING.
           MOVE SPACES TO fcm_comp
           MOVE SPACES TO fcm_cat
           MOVE SPACES TO fcm_typeCh
           ACCEPT COMPETITOR-MAP-SCREEN
           MOVE " " TO ERROR-MESSAGE
           INSPECT fcm_key CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF fcm_comp = SPACES OR fcm_cat = SPACES THEN
               MOVE "COMPETITOR AND CATEGORY REQUIRED" TO
                   ERROR-MESSAGE
           ELSE
               MOVE 0 TO Wtrouve
               OPEN INPUT frtype
                   MOVE fcm_typeCh TO frt_label
                   READ frtype
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO Wtrouve
                   END-READ
               CLOSE frtype
               IF Wtrouve = 0 THEN
                   MOVE "UNKNOWN ROOM TYPE" TO ERROR-MESSAGE
               ELSE
                   OPEN I-O fcompmap
                       WRITE tamp_fcompmap
                           INVALID KEY
                               REWRITE tamp_fcompmap
                       END-WRITE
                   CLOSE fcompmap
                   MOVE "fcompmap" TO WS-AUDIT-FILE
                   MOVE fcm_key TO WS-AUDIT-KEY
                   MOVE "MODIFY" TO WS-AUDIT-OP
                   PERFORM AUDIT_LOG
                   MOVE "CATEGORY MAPPED" TO ERROR-MESSAGE
               END-IF
           END-IF.

      * SETS A CORPORATE ACCOUNT'S CREDIT LIMIT (0 = NO LIMIT) WITH
      * ITS LIVE EXPOSURE SHOWN, SO THE LIMIT IS NOT SET BELOW WHAT
      * THE ACCOUNT ALREADY OWES WITHOUT SEEING IT.
       SET_COMPANY_CREDIT_LIMIT.
           MOVE 0 TO fco_numCo
           ACCEPT COMPANY-LIMIT-SCREEN
           MOVE " " TO ERROR-MESSAGE
           MOVE 0 TO Wtrouve
           OPEN INPUT fco
               READ fco
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO Wtrouve
               END-READ
           CLOSE fco
           IF Wtrouve = 0 THEN
               MOVE "UNKNOWN COMPANY" TO ERROR-MESSAGE
           ELSE
               MOVE fco_numCo TO WS-CRL-CO
               MOVE WS-YLD-ACTIVE TO WS-CRL-YLD-ACTIVE
               MOVE WS-YLD-FIRED TO WS-CRL-YLD-FIRED
               MOVE 0 TO WS-YLD-ACTIVE
               OPEN INPUT fresa
                   PERFORM CALC_COMPANY_EXPOSURE
               CLOSE fresa
               MOVE WS-CRL-YLD-ACTIVE TO WS-YLD-ACTIVE
               MOVE WS-CRL-YLD-FIRED TO WS-YLD-FIRED
               MOVE WS-CRL-STAYS TO WS-CRL-STAYS-ED
               MOVE WS-CRL-STMTS TO WS-CRL-STMTS-ED
               MOVE WS-CRL-EXTRAS TO WS-CRL-EXTRAS-ED
               MOVE WS-CRL-EXPOSURE TO WS-CRL-EXP-ED
               MOVE " " TO MENU-VALIDATE
               ACCEPT COMPANY-LIMIT-EDIT-SCREEN
               IF MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y" THEN
                   OPEN I-O fco
                       REWRITE tamp_fco
                   CLOSE fco
                   MOVE "fco" TO WS-AUDIT-FILE
                   MOVE fco_numCo TO WS-AUDIT-KEY
                   MOVE "MODIFY" TO WS-AUDIT-OP
                   PERFORM AUDIT_LOG
                   MOVE "CREDIT LIMIT SAVED" TO ERROR-MESSAGE
               END-IF
           END-IF.

      * SWITCHES AN ACCOUNT BETWEEN PAPER AND ELECTRONIC STATEMENTS
      * AND KEEPS THE SUPPLIER REFERENCE THEIR PAYABLES SYSTEM
      * MATCHES ON. TAKES EFFECT FROM THE NEXT MONTHLY RUN.
       SET_STATEMENT_DELIVERY.
           MOVE 0 TO fco_numCo
           ACCEPT STATEMENT-DELIVERY-SCREEN
           MOVE " " TO ERROR-MESSAGE
           MOVE 0 TO Wtrouve
           OPEN INPUT fco
               READ fco
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO Wtrouve
               END-READ
           CLOSE fco
           IF Wtrouve = 0 THEN
               MOVE "UNKNOWN COMPANY" TO ERROR-MESSAGE
           ELSE
               MOVE 0 TO Wvalide
               PERFORM WITH TEST AFTER UNTIL Wvalide = 1
                   OR MENU-VALIDATE = "N" OR MENU-VALIDATE = "n"
                   MOVE " " TO MENU-VALIDATE
                   ACCEPT STATEMENT-DELIVERY-EDIT-SCREEN
                   MOVE " " TO ERROR-MESSAGE
                   IF fco_delivery > 1 THEN
                       MOVE "DELIVERY IS 0 OR 1" TO ERROR-MESSAGE
                   ELSE
                       MOVE 1 TO Wvalide
                   END-IF
               END-PERFORM
               IF MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y" THEN
                   OPEN I-O fco
                       REWRITE tamp_fco
                   CLOSE fco
                   MOVE "fco" TO WS-AUDIT-FILE
                   MOVE fco_numCo TO WS-AUDIT-KEY
                   MOVE "MODIFY" TO WS-AUDIT-OP
                   PERFORM AUDIT_LOG
                   MOVE "DELIVERY SETTING SAVED" TO ERROR-MESSAGE
               END-IF
           END-IF.

      * REPRODUCES ONE STATEMENT'S ELECTRONIC FILE (WRITE_E_STATEMENT)
      * AND REGISTERS IT AS A RESEND - FOR AN ACCOUNT THAT LOST THE
      * FILE, OR ONE JUST MOVED TO ELECTRONIC THAT WANTS ITS EARLIER
      * STATEMENTS IN THE SAME FORM.
       RESEND_E_STATEMENT.
           MOVE 0 TO fst_numStmt
           ACCEPT ESTMT-RESEND-SCREEN
           MOVE " " TO ERROR-MESSAGE
           MOVE 0 TO Wtrouve
           OPEN INPUT fstmt
               READ fstmt
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO Wtrouve
               END-READ
           CLOSE fstmt
           IF Wtrouve = 0 THEN
               MOVE "UNKNOWN STATEMENT" TO ERROR-MESSAGE
           ELSE
               MOVE 0 TO Wtrouve
               OPEN INPUT fco
                   MOVE fst_numCo TO fco_numCo
                   READ fco
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO Wtrouve
                   END-READ
               CLOSE fco
               IF Wtrouve = 0 THEN
                   MOVE "UNKNOWN COMPANY" TO ERROR-MESSAGE
               ELSE
                   MOVE 0 TO WS-YLD-ACTIVE
                   MOVE "R" TO WS-EST-KIND
                   PERFORM WRITE_E_STATEMENT
                   MOVE SPACES TO ERROR-MESSAGE
                   STRING "E-STATEMENT WRITTEN TO "
                       FUNCTION TRIM(WS-EST-NAME)
                       DELIMITED BY SIZE INTO ERROR-MESSAGE
               END-IF
           END-IF.

      * SHARES ONE PERIOD'S GRATUITY POOL (fgrat LINES STILL IN THE
      * POOL) AMONG THE ACTIVE CLEANERS BY THE CHOSEN RULE - 1 PER
      * MISSION COMPLETED IN THE PERIOD, 2 PER MINUTE ACTUALLY
      * WORKED (fm_reel_debut TO fm_reel_fin), 3 EQUALLY AMONG THE
      * CLEANERS ON THE WEEKLY ROSTER (froster). THE PERIOD DEFAULTS
      * TO LAST MONTH AND THE RULE TO fparam "GRRL". EACH SHARE GOES
      * TO fgshare FOR THE PAYROLL FILE AND THE LEDGER, THE LAST
      * CLEANER TAKING THE ROUNDING SO THE SHARES ADD UP TO THE POOL.
       DISTRIBUTE_GRATUITIES.
           MOVE WS-CURRENT-YEAR TO WS-GRT-YEAR
           MOVE WS-CURRENT-MONTH TO WS-GRT-MONTH
           SUBTRACT 1 FROM WS-GRT-MONTH
           IF WS-GRT-MONTH = 0 THEN
               MOVE 12 TO WS-GRT-MONTH
               SUBTRACT 1 FROM WS-GRT-YEAR
           END-IF
           MOVE "GRRL" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-GRT-RULE
           IF WS-GRT-RULE = 0 THEN
               MOVE 1 TO WS-GRT-RULE
           END-IF
           MOVE " " TO MENU-VALIDATE
           MOVE " " TO ERROR-MESSAGE
           ACCEPT GRATUITY-DISTRIBUTION-SCREEN
           IF MENU-VALIDATE NOT = "Y" AND MENU-VALIDATE NOT = "y" THEN
               MOVE "DISTRIBUTION CANCELLED" TO ERROR-MESSAGE
           ELSE
               IF WS-GRT-RULE < 1 OR WS-GRT-RULE > 3 THEN
                   MOVE "RULE MUST BE 1, 2 OR 3" TO ERROR-MESSAGE
               ELSE
                   IF WS-GRT-MONTH < 1 OR WS-GRT-MONTH > 12 THEN
                       MOVE "INVALID MONTH" TO ERROR-MESSAGE
                   ELSE
                       PERFORM GRT_SUM_POOL
                       IF WS-GRT-POOL = 0 THEN
                           MOVE "NOTHING IN THE POOL FOR THE PERIOD"
                               TO ERROR-MESSAGE
                       ELSE
                           PERFORM GRT_LOAD_STAFF
                           IF WS-GRT-TOTAL = 0 THEN
                               MOVE "NO CLEANER QUALIFIES"
                                   TO ERROR-MESSAGE
                           ELSE
                               PERFORM GRT_WRITE_SHARES
                               PERFORM GRT_CLOSE_POOL
                               MOVE WS-GRT-POOL TO WS-GRT-POOL-ED
                               MOVE SPACES TO ERROR-MESSAGE
                               STRING "POOL OF " WS-GRT-POOL-ED
                                   " SHARED AMONG " WS-GRT-LEFT
                                   " CLEANERS" DELIMITED BY SIZE
                                   INTO ERROR-MESSAGE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * WS-GRT-PERIOD MUST HOLD THE PERIOD - TOTALS THE fgrat LINES
      * OF THE PERIOD STILL IN THE POOL INTO WS-GRT-POOL.
       GRT_SUM_POOL.
           MOVE 0 TO WS-GRT-POOL
           MOVE 0 TO WS-GRT-LINES
           OPEN INPUT fgrat
               MOVE WS-GRT-PERIOD TO fgt_period
               START fgrat KEY IS EQUAL fgt_period
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-GRT-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-GRT-EOF = 1
                           READ fgrat NEXT
                               AT END
                                   MOVE 1 TO WS-GRT-EOF
                               NOT AT END
                                   IF fgt_period NOT = WS-GRT-PERIOD
                                       THEN
                                       MOVE 1 TO WS-GRT-EOF
                                   ELSE
                                       IF fgt_status = 0 THEN
                                           COMPUTE WS-GRT-POOL =
                                               WS-GRT-POOL +
                                               fgt_amount_entier +
                                               (fgt_amount_decimal
                                               / 100)
                                           ADD 1 TO WS-GRT-LINES
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fgrat.

      * ONE TABLE ROW PER ACTIVE CLEANER WITH A NON-ZERO BASIS UNDER
      * WS-GRT-RULE, WS-GRT-TOTAL THE SUM OF THE BASES.
       GRT_LOAD_STAFF.
           MOVE 0 TO WS-GRT-CNT
           MOVE 0 TO WS-GRT-TOTAL
           OPEN INPUT fpers
           OPEN INPUT fmis
           OPEN INPUT froster
               MOVE 0 TO WS-GRT-EOF
               PERFORM WITH TEST AFTER UNTIL WS-GRT-EOF = 1
                   READ fpers NEXT
                       AT END
                           MOVE 1 TO WS-GRT-EOF
                       NOT AT END
                           IF fp_type = 1 AND fp_actif NOT = 0 AND
                               WS-GRT-CNT < 200 THEN
                               MOVE fp_numP TO WS-GRT-NUMP
                               MOVE 0 TO WS-GRT-ADD
                               EVALUATE WS-GRT-RULE
                                   WHEN 3
                                       PERFORM GRT_BASIS_ROSTER
                                   WHEN OTHER
                                       PERFORM GRT_BASIS_MISSIONS
                               END-EVALUATE
                               IF WS-GRT-ADD > 0 THEN
                                   ADD 1 TO WS-GRT-CNT
                                   MOVE WS-GRT-NUMP TO
                                       WS-GRT-S-NUMP(WS-GRT-CNT)
                                   MOVE WS-GRT-ADD TO
                                       WS-GRT-S-BASIS(WS-GRT-CNT)
                                   ADD WS-GRT-ADD TO WS-GRT-TOTAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE froster
           CLOSE fmis
           CLOSE fpers.

      * WS-GRT-NUMP'S COMPLETED MISSIONS STARTED IN THE PERIOD -
      * COUNTED (RULE 1) OR THEIR WORKED MINUTES SUMMED (RULE 2)
      * INTO WS-GRT-ADD.
       GRT_BASIS_MISSIONS.
           MOVE WS-GRT-NUMP TO fm_numP
           START fmis KEY IS EQUAL fm_numP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO Wfin
                   MOVE 0 TO Wstop
                   PERFORM WITH TEST AFTER UNTIL Wfin = 1 OR Wstop = 1
                       READ fmis NEXT
                           AT END
                               MOVE 1 TO Wfin
                           NOT AT END
                               IF fm_numP NOT = WS-GRT-NUMP THEN
                                   MOVE 1 TO Wstop
                               ELSE
                                   IF fm_reel_debut_year NOT = 0 AND
                                       fm_reel_fin_year NOT = 0 AND
                                       fm_reel_debut_year = WS-GRT-YEAR
                                       AND fm_reel_debut_month =
                                       WS-GRT-MONTH THEN
                                       PERFORM GRT_ADD_MISSION
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

       GRT_ADD_MISSION.
           IF WS-GRT-RULE = 1 THEN
               ADD 1 TO WS-GRT-ADD
           ELSE
               MOVE fm_reel_debut_date TO WS-GRT-D1
               MOVE fm_reel_fin_date TO WS-GRT-D2
               COMPUTE WS-GRT-MIN =
                   (FUNCTION INTEGER-OF-DATE(WS-GRT-D2)
                   - FUNCTION INTEGER-OF-DATE(WS-GRT-D1)) * 1440
                   + fm_reel_fin_hours * 60 + fm_reel_fin_minute
                   - fm_reel_debut_hours * 60 - fm_reel_debut_minute
               IF WS-GRT-MIN > 0 THEN
                   ADD WS-GRT-MIN TO WS-GRT-ADD
               END-IF
           END-IF.

      * BASIS 1 WHEN WS-GRT-NUMP HAS ANY SHIFT ON THE WEEKLY ROSTER -
      * THE EMPTY ROW A PUBLISHED WEEK LEAVES FOR A CLEANER WITH NO
      * SHIFTS (END NOT AFTER START) IS NOT ONE.
       GRT_BASIS_ROSTER.
           MOVE WS-GRT-NUMP TO fro_numP
           START froster KEY IS EQUAL fro_numP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-GRT-RO-EOF
                   PERFORM WITH TEST AFTER UNTIL WS-GRT-RO-EOF = 1
                       OR WS-GRT-ADD = 1
                       READ froster NEXT
                           AT END
                               MOVE 1 TO WS-GRT-RO-EOF
                           NOT AT END
                               IF fro_numP NOT = WS-GRT-NUMP THEN
                                   MOVE 1 TO WS-GRT-RO-EOF
                               ELSE
                                   IF fro_end_hours * 60 +
                                       fro_end_minute >
                                       fro_start_hours * 60 +
                                       fro_start_minute THEN
                                       MOVE 1 TO WS-GRT-ADD
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

      * ONE fgshare ROW PER TABLE ROW, PRO RATA TO THE BASIS - THE
      * LAST ROW GETS WHAT IS LEFT OF THE POOL.
       GRT_WRITE_SHARES.
           MOVE 0 TO WS-GRT-GIVEN
           MOVE WS-GRT-CNT TO WS-GRT-LEFT
           MOVE 0 TO WS-GRT-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-GRT-IDX = WS-GRT-CNT
               ADD 1 TO WS-GRT-IDX
               IF WS-GRT-IDX = WS-GRT-CNT THEN
                   COMPUTE WS-GRT-SHARE = WS-GRT-POOL - WS-GRT-GIVEN
               ELSE
                   COMPUTE WS-GRT-SHARE = WS-GRT-POOL *
                       WS-GRT-S-BASIS(WS-GRT-IDX) / WS-GRT-TOTAL
               END-IF
               ADD WS-GRT-SHARE TO WS-GRT-GIVEN
               PERFORM GET_LASTID_GSHARE
               MOVE WS-GRT-PERIOD TO fgs_period
               MOVE WS-GRT-S-NUMP(WS-GRT-IDX) TO fgs_numP
               MOVE WS-GRT-RULE TO fgs_rule
               MOVE WS-GRT-S-BASIS(WS-GRT-IDX) TO fgs_basis
               MOVE WS-GRT-SHARE TO fgs_amount_entier
               COMPUTE fgs_amount_decimal =
                   (WS-GRT-SHARE - fgs_amount_entier) * 100
               MOVE WS-CURRENT-DATE TO fgs_date
               MOVE WS-CURRENT-USER-NUM TO fgs_user
               MOVE 0 TO fgs_posted
               MOVE 0 TO fgs_exported
               MOVE 0 TO fgs_payroll
               OPEN I-O fgshare
                   WRITE tamp_fgshare
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "fgshare" TO WS-AUDIT-FILE
                           MOVE fgs_numGs TO WS-AUDIT-KEY
                           MOVE "ADD" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                   END-WRITE
               CLOSE fgshare
           END-PERFORM.

      * MARKS THE PERIOD'S POOLED fgrat LINES AS DISTRIBUTED.
       GRT_CLOSE_POOL.
           OPEN I-O fgrat
               MOVE WS-GRT-PERIOD TO fgt_period
               START fgrat KEY IS EQUAL fgt_period
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-GRT-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-GRT-EOF = 1
                           READ fgrat NEXT
                               AT END
                                   MOVE 1 TO WS-GRT-EOF
                               NOT AT END
                                   IF fgt_period NOT = WS-GRT-PERIOD
                                       THEN
                                       MOVE 1 TO WS-GRT-EOF
                                   ELSE
                                       IF fgt_status = 0 THEN
                                           MOVE 1 TO fgt_status
                                           MOVE WS-CURRENT-DATE TO
                                               fgt_dist_date
                                           REWRITE tamp_fgrat
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fgrat
           MOVE "fgrat" TO WS-AUDIT-FILE
           MOVE WS-GRT-PERIOD TO WS-AUDIT-KEY
           MOVE "MODIFY" TO WS-AUDIT-OP
           PERFORM AUDIT_LOG.

      * UPSERTS ONE ROW OF THE BATCH SCHEDULE TABLE - THE ADMIN'S
      * WAY TO REORDER, RETIME OR DISABLE A JOB.
       EDIT_BATCH_SCHEDULE.
           MOVE 0 TO fsc_numSc
           MOVE " " TO fsc_code
           MOVE 0 TO fsc_freq
           MOVE 1 TO fsc_enabled
           ACCEPT BATCH-SCHEDULE-SCREEN
           MOVE " " TO ERROR-MESSAGE
           IF fsc_numSc = 0 THEN
               MOVE "ORDER NUMBER MUST NOT BE ZERO" TO
                   ERROR-MESSAGE
           ELSE
               MOVE fsc_code TO WS-SCH-CODE
               MOVE fsc_freq TO WS-SCH-EDIT-FREQ
               MOVE fsc_enabled TO WS-SCH-EDIT-ENA
               OPEN I-O fsched
                   READ fsched
                       INVALID KEY
                           MOVE WS-SCH-CODE TO fsc_code
                           MOVE WS-SCH-EDIT-FREQ TO fsc_freq
                           MOVE WS-SCH-EDIT-ENA TO fsc_enabled
                           MOVE ZEROS TO fsc_last_run
                           WRITE tamp_fsched
                       NOT INVALID KEY
                           MOVE WS-SCH-CODE TO fsc_code
                           MOVE WS-SCH-EDIT-FREQ TO fsc_freq
                           MOVE WS-SCH-EDIT-ENA TO fsc_enabled
                           REWRITE tamp_fsched
                   END-READ
               CLOSE fsched
               MOVE "fsched" TO WS-AUDIT-FILE
               MOVE fsc_numSc TO WS-AUDIT-KEY
               MOVE "MODIFY" TO WS-AUDIT-OP
               PERFORM AUDIT_LOG
               MOVE "SCHEDULE ROW SAVED" TO ERROR-MESSAGE
           END-IF.

      * WRITES A MANUAL PUNCH CORRECTION - MISSED CLOCK-INS AND
      * FORGOTTEN CLOCK-OUTS FIXED WITH A MANAGER'S NAME ON THE
      * RECORD, NEVER SILENTLY.
       ADD_PUNCH_CORRECTION.
           PERFORM VERIFY_MANAGER_CREDENTIAL
           IF WS-MGR-OK = 0 THEN
               MOVE "CORRECTION REFUSED - NO MANAGER APPROVAL" TO
                   ERROR-MESSAGE
           ELSE
               MOVE WS-MGR-LOGIN TO WS-PUN-OPEN
               PERFORM GET_LASTID_PUNCH
               MOVE 0 TO fpu_numP
               MOVE WS-CURRENT-DATE TO fpu_date
               MOVE 0 TO fpu_in_hours
               MOVE 0 TO fpu_in_minute
               MOVE 0 TO fpu_out_hours
               MOVE 0 TO fpu_out_minute
               ACCEPT PUNCH-CORRECT-SCREEN
               MOVE " " TO ERROR-MESSAGE
               IF fpu_numP = 0 THEN
                   MOVE "STAFF NUMBER IS REQUIRED" TO
                       ERROR-MESSAGE
               ELSE
                   MOVE 1 TO fpu_manual
                   MOVE WS-PUN-OPEN TO fpu_appr_numP
                   OPEN I-O fpunch
                       WRITE tamp_fpunch
                           INVALID KEY
                               MOVE "CORRECTION WRITE ERROR" TO
                                   ERROR-MESSAGE
                           NOT INVALID KEY
                               MOVE "fpunch" TO WS-AUDIT-FILE
                               MOVE fpu_numPu TO WS-AUDIT-KEY
                               MOVE "ADD" TO WS-AUDIT-OP
                               PERFORM AUDIT_LOG
                               MOVE "CORRECTION RECORDED" TO
                                   ERROR-MESSAGE
                       END-WRITE
                   CLOSE fpunch
               END-IF
           END-IF.

      * THE ACCOUNTANT'S MONTH-END CLOSE - THE LEDGERS ARE PROVEN
      * FIRST (VERIFY_PAYMENT_LEDGER MUST COME BACK CLEAN AND THE
      * MONTH'S COMPANY STATEMENTS MUST HAVE BEEN CUT WHEN ANY
      * ACCOUNT ACTIVITY EXISTS), THEN THE PERIOD RECORD FLIPS
      * CLOSED AND EVERY BACKDATED POSTING NEEDS A MANAGER FROM
      * THERE ON. THE ROOM REVENUE OF STAYS IN HOUSE OVER THE MONTH
      * END IS ACCRUED INTO THE CLOSED PERIOD (ACCRUE_PERIOD_REVENUE).
       CLOSE_ACCOUNTING_PERIOD.
           MOVE WS-CURRENT-YEAR TO WS-PER-KEY-YEAR
           MOVE WS-CURRENT-MONTH TO WS-PER-KEY-MONTH
           SUBTRACT 1 FROM WS-PER-KEY-MONTH
           IF WS-PER-KEY-MONTH = 0 THEN
               MOVE 12 TO WS-PER-KEY-MONTH
               SUBTRACT 1 FROM WS-PER-KEY-YEAR
           END-IF
           MOVE " " TO MENU-VALIDATE
           ACCEPT PERIOD-CLOSE-SCREEN
           MOVE " " TO ERROR-MESSAGE
           IF MENU-VALIDATE NOT = "Y" AND MENU-VALIDATE NOT = "y"
               THEN
               MOVE "PERIOD CLOSE ABORT" TO ERROR-MESSAGE
           ELSE
               PERFORM VERIFY_PAYMENT_LEDGER
               IF WS-PAY-MISMATCHES NOT = 0 THEN
                   MOVE
               "LEDGER MISMATCHES OUTSTANDING - CLOSE REFUSED"
                       TO ERROR-MESSAGE
                   MOVE WS-PER-KEY TO WS-AUDIT-KEY
                   MOVE "MODIFY" TO WS-AUDIT-OP
                   PERFORM AUDIT_LOG
                   PERFORM ACCRUE_PERIOD_REVENUE
                   MOVE "ACCOUNTING PERIOD CLOSED" TO ERROR-MESSAGE
               END-IF
           END-IF.

      * WS-PER-KEY HOLDS THE PERIOD BEING CLOSED - EVERY LIVE OR
      * ARCHIVED STAY (NO-SHOWS APART) THAT STARTED BEFORE THE FIRST
      * OF THE NEXT MONTH AND ENDS AFTER IT IS BILLED IN THE NEXT
      * PERIOD, SO THE PART OF ITS ROOM AMOUNT ALREADY CONSUMED AT
      * THE CUTOFF IS ACCRUED HERE. THE TOTAL, SPLIT NET/VAT AT THE
      * ROOM RATE, GOES INTO faccr FOR GL_POST_ACCRUALS; A PERIOD
      * WHOSE ACCRUAL IS ALREADY POSTED IS LEFT ALONE ON A RE-CLOSE.
       ACCRUE_PERIOD_REVENUE.
           MOVE WS-PER-KEY-YEAR TO WS-RVS-YEAR
           MOVE WS-PER-KEY-MONTH TO WS-RVS-MONTH
           PERFORM REV_MONTH_WINDOW
           MOVE 0 TO WS-RVS-STAYS
           MOVE 0 TO WS-RVS-GROSS
           OPEN INPUT fch
           OPEN INPUT fresa
               MOVE 0 TO WS-RVS-EOF
               PERFORM WITH TEST AFTER UNTIL WS-RVS-EOF = 1
                   READ fresa NEXT
                       AT END
                           MOVE 1 TO WS-RVS-EOF
                       NOT AT END
                           IF fr_status NOT = 3 AND
                               fr_date_debut < WS-RVS-B AND
                               fr_date_fin > WS-RVS-B THEN
                               MOVE fr_numCh TO fc_numCh
                               READ fch
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM REV_PRICE_LIVE_STAY
                                       MOVE fr_date_debut TO WS-RVS-S
                                       MOVE fr_date_fin TO WS-RVS-E
                                       PERFORM ACCRUE_ADD_STAY
                               END-READ
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa
           OPEN INPUT fresaarch
               MOVE 0 TO WS-RVS-EOF
               PERFORM WITH TEST AFTER UNTIL WS-RVS-EOF = 1
                   READ fresaarch NEXT
                       AT END
                           MOVE 1 TO WS-RVS-EOF
                       NOT AT END
                           IF fra_status NOT = 3 AND
                               fra_date_debut < WS-RVS-B AND
                               fra_date_fin > WS-RVS-B THEN
                               MOVE fra_numCh TO fc_numCh
                               READ fch
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       PERFORM REV_PRICE_ARCH_STAY
                                       MOVE fra_date_debut TO WS-RVS-S
                                       MOVE fra_date_fin TO WS-RVS-E
                                       PERFORM ACCRUE_ADD_STAY
                               END-READ
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresaarch
           CLOSE fch
           MOVE 0 TO WS-VAT-CODE
           PERFORM GET_VAT_RATE_FOR_CODE
           COMPUTE WS-RVS-VAT ROUNDED = WS-RVS-GROSS * WS-VAT-RATE
               / (100 + WS-VAT-RATE)
           COMPUTE WS-RVS-NET = WS-RVS-GROSS - WS-RVS-VAT
           OPEN I-O faccr
               MOVE WS-PER-KEY TO fac_key
               READ faccr
                   INVALID KEY
                       MOVE 0 TO fac_posted
                       PERFORM ACCRUE_FILL_RECORD
                       WRITE tamp_faccr
                       MOVE "ADD" TO WS-AUDIT-OP
                   NOT INVALID KEY
                       IF fac_posted = 0 THEN
                           PERFORM ACCRUE_FILL_RECORD
                           REWRITE tamp_faccr
                           MOVE "MODIFY" TO WS-AUDIT-OP
                       ELSE
                           MOVE SPACES TO WS-AUDIT-OP
                       END-IF
               END-READ
           CLOSE faccr
           IF WS-AUDIT-OP NOT = SPACES THEN
               MOVE "faccr" TO WS-AUDIT-FILE
               MOVE WS-PER-KEY TO WS-AUDIT-KEY
               PERFORM AUDIT_LOG
               MOVE WS-RVS-GROSS TO WS-RVS-GROSS-ED
               DISPLAY "ROOM REVENUE ACCRUED FOR " WS-PER-KEY ": "
                   WS-RVS-STAYS " STAYS, " WS-RVS-GROSS-ED
           ELSE
               DISPLAY "ACCRUAL FOR " WS-PER-KEY
                   " ALREADY POSTED - LEFT UNCHANGED"
           END-IF.

      * WS-RVS-S/WS-RVS-E/WS-RVS-AMT HOLD A STAY RUNNING OVER THE
      * CUTOFF WS-RVS-B - ADDS THE PART EARNED BEFORE THE CUTOFF.
       ACCRUE_ADD_STAY.
           MOVE WS-RVS-S TO WS-RVS-A
           PERFORM REV_SPLIT_SHARE
           IF WS-RVS-SHARE > 0 THEN
               ADD 1 TO WS-RVS-STAYS
               ADD WS-RVS-SHARE TO WS-RVS-GROSS
           END-IF.

      * MOVES THE ACCRUAL TOTALS OF ACCRUE_PERIOD_REVENUE INTO
      * tamp_faccr (fac_key AND fac_posted ALREADY SET).
       ACCRUE_FILL_RECORD.
           MOVE WS-RVS-STAYS TO fac_stays
           MOVE WS-RVS-GROSS TO fac_gross_entier
           COMPUTE fac_gross_decimal =
               (WS-RVS-GROSS - fac_gross_entier) * 100
           MOVE WS-RVS-NET TO fac_net_entier
           COMPUTE fac_net_decimal =
               (WS-RVS-NET - fac_net_entier) * 100
           MOVE WS-RVS-VAT TO fac_vat_entier
           COMPUTE fac_vat_decimal =
               (WS-RVS-VAT - fac_vat_entier) * 100
           MOVE WS-CURRENT-DATE TO fac_date
           MOVE WS-CURRENT-USER-NUM TO fac_numP.

      * UPSERTS ONE EXCHANGE RATE - SAME SEED-OR-REWRITE SHAPE AS
      * THE fparam MAINTENANCE, KEPT ON THE ADMINISTRATION MENU SO
      * THE DESK RATE MOVES WITH THE MORNING PAPER.
                           TO ERROR-MESSAGE
                   ELSE
                       PERFORM GET_LASTID_PAYMENT
                       PERFORM LOAD_BUSINESS_DATE
                       MOVE WS-RFD-RESA TO fy_numResa
                       MOVE WS-RFD-AMT-ENTIER TO fy_amount_entier
                       MOVE WS-RFD-AMT-DECIMAL TO fy_amount_decimal
                       MOVE WS-RFD-METHOD TO fy_method
                       MOVE WS-BUSINESS-DATE TO fy_date_date
                       MOVE WS-CURRENT-HOURS TO fy_date_hours
                       MOVE WS-CURRENT-MINUTE TO fy_date_minute
                       MOVE WS-CURRENT-USER-NUM TO fy_numP
                                       ERROR-MESSAGE
                           END-WRITE
                       CLOSE fpay
                       MOVE fy_numPay TO WS-AV-PAY
                       IF WS-RFD-RESA NOT = 0 THEN
                           PERFORM REFUND_REDUCE_RESA_PAID
                           IF WS-RFD-KIND = 1 THEN
                               PERFORM REFUND_OFFER_CREDIT_NOTE
                           END-IF
                       END-IF
                   END-IF
               END-IF
               END-READ
           CLOSE fresa.

      * CLOSES A CARD DISPUTE WITH ITS OUTCOME - WON SIMPLY CLOSES
      * IT; LOST OR ACCEPTED MEANS THE PROCESSOR KEPT THE MONEY, SO
      * A CHARGEBACK LINE (fy_kind 3) REVERSES THE DISPUTED AMOUNT
      * ON THE LEDGER THE SAME WAY REFUND_PAYMENT DOES, AND THE
      * JOURNAL PICKS IT UP ON THE BUSINESS DAY IT IS POSTED.
       RECORD_DISPUTE_OUTCOME.
           MOVE 0 TO WS-DSP-NUM
           MOVE 0 TO WS-DSP-OUTCOME
           ACCEPT DISPUTE-OUTCOME-SCREEN
           MOVE " " TO ERROR-MESSAGE
           IF WS-DSP-OUTCOME < 1 OR WS-DSP-OUTCOME > 3 THEN
               MOVE "OUTCOME MUST BE 1, 2 OR 3" TO ERROR-MESSAGE
           ELSE
               OPEN I-O fdispute
                   MOVE WS-DSP-NUM TO fds_numDs
                   READ fdispute
                       INVALID KEY
                           MOVE "THIS DISPUTE DOESN'T EXIST" TO
                               ERROR-MESSAGE
                       NOT INVALID KEY
                           IF fds_outcome NOT = 0 THEN
                               MOVE "DISPUTE ALREADY CLOSED" TO
                                   ERROR-MESSAGE
                           ELSE
                               PERFORM LOAD_BUSINESS_DATE
                               MOVE 1 TO Wvalide
                               IF WS-DSP-OUTCOME NOT = 1 THEN
                                   PERFORM POST_CHARGEBACK
                               END-IF
                               IF Wvalide = 1 THEN
                                   MOVE WS-DSP-OUTCOME TO fds_outcome
                                   MOVE WS-BUSINESS-DATE TO fds_closed
                                   REWRITE tamp_fdispute
                                   MOVE "fdispute" TO WS-AUDIT-FILE
                                   MOVE fds_numDs TO WS-AUDIT-KEY
                                   MOVE "MODIFY" TO WS-AUDIT-OP
                                   PERFORM AUDIT_LOG
                                   MOVE "DISPUTE CLOSED" TO
                                       ERROR-MESSAGE
                               END-IF
                           END-IF
                   END-READ
               CLOSE fdispute
           END-IF.

      * tamp_fdispute HOLDS THE CASE BEING LOST - APPENDS THE
      * CHARGEBACK LINE (fy_kind 3, OFF ANY DRAWER SHIFT, CARRYING THE
      * DISPUTED fy_numPay IN fy_ref_pay), KEEPS ITS NUMBER IN
      * fds_numRev AND BRINGS fr_amount_paid DOWN IN STEP. REFUSED
      * (Wvalide 0) WHEN THE BUSINESS MONTH IS ALREADY CLOSED.
       POST_CHARGEBACK.
           MOVE WS-BUS-YEAR TO WS-PER-KEY-YEAR
           MOVE WS-BUS-MONTH TO WS-PER-KEY-MONTH
           PERFORM ENFORCE_PERIOD_LOCK
           IF WS-PER-OK = 0 THEN
               MOVE "CHARGEBACK NOT POSTED - PERIOD CLOSED" TO
                   ERROR-MESSAGE
               MOVE 0 TO Wvalide
           ELSE
               MOVE 1 TO WS-RFD-METHOD
               MOVE 0 TO Wtrouve
               OPEN INPUT fpay
                   MOVE fds_numPay TO fy_numPay
                   READ fpay
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE fy_method TO WS-RFD-METHOD
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
                               MOVE fy_method TO WS-RFD-METHOD
                       END-READ
                   CLOSE fpayarch
               END-IF
               PERFORM GET_LASTID_PAYMENT
               MOVE fds_numResa TO fy_numResa
               MOVE fds_amount_entier TO fy_amount_entier
               MOVE fds_amount_decimal TO fy_amount_decimal
               MOVE WS-RFD-METHOD TO fy_method
               MOVE WS-BUSINESS-DATE TO fy_date_date
               MOVE WS-CURRENT-HOURS TO fy_date_hours
               MOVE WS-CURRENT-MINUTE TO fy_date_minute
               MOVE WS-CURRENT-USER-NUM TO fy_numP
               MOVE 0 TO fy_numShift
               MOVE 3 TO fy_kind
               MOVE fds_numPay TO fy_ref_pay
               MOVE SPACES TO fy_currency
               MOVE 0 TO fy_tendered_entier
               MOVE 0 TO fy_tendered_decimal
               MOVE 0 TO fy_rate
               OPEN I-O fpay
                   WRITE tamp_fpay
                       INVALID KEY
                           MOVE "PAYMENT LEDGER ERROR" TO
                               ERROR-MESSAGE
                           MOVE 0 TO Wvalide
                       NOT INVALID KEY
                           MOVE "fpay" TO WS-AUDIT-FILE
                           MOVE fy_numPay TO WS-AUDIT-KEY
                           MOVE "ADD" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                   END-WRITE
               CLOSE fpay
               IF Wvalide = 1 THEN
                   MOVE fy_numPay TO fds_numRev
                   MOVE fds_numResa TO WS-RFD-RESA
                   COMPUTE WS-RFD-AMT = fds_amount_entier +
                       (fds_amount_decimal / 100)
                   IF WS-RFD-RESA NOT = 0 THEN
                       PERFORM REFUND_REDUCE_RESA_PAID
                   END-IF
               END-IF
           END-IF.

      * A REFUND (NOT A VOID) ON A STAY ALREADY INVOICED MEANS THE
      * INVOICE OVERSTATES WHAT THE GUEST OWED - OFFERS A CREDIT NOTE
      * AGAINST THE STAY'S LATEST INVOICE (LIVE, OR ARCHIVED WITH AN
      * OLD STAY), PRE-FILLED WITH THE AMOUNT PAID BACK AS ROOM TIME.
      * THE CLERK CAN RE-SPLIT IT OR DECLINE.
       REFUND_OFFER_CREDIT_NOTE.
           MOVE 0 TO WS-AV-INV
           OPEN INPUT finv
               MOVE WS-RFD-RESA TO fi_numResa
               START finv KEY IS EQUAL fi_numResa
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wfin
                       MOVE 0 TO Wstop
                       PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           OR Wstop = 1
                           READ finv NEXT
                               AT END
                                   MOVE 1 TO Wfin
                               NOT AT END
                                   IF fi_numResa NOT = WS-RFD-RESA
                                       THEN
                                       MOVE 1 TO Wstop
                                   ELSE
                                       MOVE fi_numInv TO WS-AV-INV
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE finv
           IF WS-AV-INV = 0 THEN
               OPEN INPUT finvarch
                   MOVE WS-RFD-RESA TO fia_numResa
                   START finvarch KEY IS EQUAL fia_numResa
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 0 TO Wfin
                           MOVE 0 TO Wstop
                           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                               OR Wstop = 1
                               READ finvarch NEXT
                                   AT END
                                       MOVE 1 TO Wfin
                                   NOT AT END
                                       IF fia_numResa NOT =
                                           WS-RFD-RESA THEN
                                           MOVE 1 TO Wstop
                                       ELSE
                                           MOVE fia_numInv TO
                                               WS-AV-INV
                                       END-IF
                               END-READ
                           END-PERFORM
                   END-START
               CLOSE finvarch
           END-IF
           IF WS-AV-INV NOT = 0 THEN
               MOVE 0 TO WS-AV-IDX
               PERFORM WITH TEST BEFORE UNTIL WS-AV-IDX = 5
                   ADD 1 TO WS-AV-IDX
                   MOVE 0 TO WS-AV-IN-ENTIER(WS-AV-IDX)
                   MOVE 0 TO WS-AV-IN-DECIMAL(WS-AV-IDX)
               END-PERFORM
               MOVE WS-RFD-AMT-ENTIER TO WS-AV-IN-ENTIER(1)
               MOVE WS-RFD-AMT-DECIMAL TO WS-AV-IN-DECIMAL(1)
               PERFORM CREDIT_NOTE_ENTRY
           END-IF.

      * fy_* HOLDS A FOREIGN CASH LINE OF THE CLOSING SHIFT - FOLDS
      * ITS TENDERED AMOUNT INTO THAT CURRENCY'S DRAWER POCKET SO
      * EACH POCKET RECONCILES IN ITS OWN UNIT INSTEAD OF POLLUTING
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
           COMPUTE WS-SPL-ROOM =
               (WS-REV-PRICE * WS-REV-DURATION)
               - fr_discount_entier - (fr_discount_decimal / 100)
               fr_extra_entier + (fr_extra_decimal / 100)
      *    COMPANY-SIDE DOCUMENT
           PERFORM GET_LASTID_INVOICE
           PERFORM LOAD_BUSINESS_DATE
           MOVE fr_numResa TO fi_numResa
           MOVE fr_numCl TO fi_numCl
           MOVE fr_numCh TO fi_numCh
           MOVE WS-BUSINESS-DATE TO fi_date
           MOVE WS-REV-PRICE TO fi_rate_entier
           COMPUTE fi_rate_decimal =
               (WS-REV-PRICE - fi_rate_entier) * 100
           MOVE WS-INV-TAX TO fi_tax_entier
           COMPUTE fi_tax_decimal =
               (WS-INV-TAX - fi_tax_entier) * 100
           PERFORM CLEAR_INVOICE_VAT_LINES
           MOVE 1 TO WS-IVL-IDX
           MOVE WS-SPL-ROOM TO WS-IVL-BASE
           MOVE WS-INV-VAT-RATE TO WS-IVL-RATE
           MOVE WS-INV-TAX TO WS-IVL-TAX
           PERFORM SET_INVOICE_VAT_LINE
           MOVE WS-SPL-EXT-CO TO fi_extras_entier
           COMPUTE fi_extras_decimal =
               (WS-SPL-EXT-CO - fi_extras_entier) * 100
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
           CLOSE finv
      *    PERSONAL DOCUMENT
           PERFORM GET_LASTID_INVOICE
           PERFORM LOAD_BUSINESS_DATE
           MOVE fr_numResa TO fi_numResa
           MOVE fr_numCl TO fi_numCl
           MOVE fr_numCh TO fi_numCh
           MOVE WS-BUSINESS-DATE TO fi_date
           MOVE 0 TO fi_rate_entier
           MOVE 0 TO fi_rate_decimal
           MOVE 0 TO fi_duree_hours
           MOVE WS-INV-TAX TO fi_tax_entier
           COMPUTE fi_tax_decimal =
               (WS-INV-TAX - fi_tax_entier) * 100
           PERFORM CLEAR_INVOICE_VAT_LINES
           MOVE 2 TO WS-IVL-IDX
           MOVE WS-SPL-PERS TO WS-IVL-BASE
           MOVE WS-INV-VAT-RATE TO WS-IVL-RATE
           MOVE WS-INV-TAX TO WS-IVL-TAX
           PERFORM SET_INVOICE_VAT_LINE
           MOVE WS-SPL-PERS TO fi_extras_entier
           COMPUTE fi_extras_decimal =
               (WS-SPL-PERS - fi_extras_entier) * 100
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
                   MOVE fgi_amount_entier TO WS-PAY-AMT-ENTIER
                   MOVE fgi_amount_decimal TO WS-PAY-AMT-DECIMAL
                   MOVE 0 TO WS-PAY-METHOD
                   PERFORM ACCEPT_CHECKOUT_PAYMENT
                   MOVE WS-GI-FIRST-RESA TO fr_numResa
                   PERFORM POST_PAYMENT
                   OPEN I-O fresa
                   INVALID KEY
                       MOVE 0 TO WS-REV-PRICE
                   NOT INVALID KEY
                       MOVE fr_plan TO WS-RPL-ARM
                       PERFORM GET_ROOM_RATE_FOR_DATE
               END-READ
           CLOSE fch
           COMPUTE WS-REV-DURATION =
               fr_duree_hours + (fr_duree_minute / 60)
               + (fr_nights * 24)
           PERFORM DST_STAY_CORRECTION
           ADD WS-DST-HOURS TO WS-REV-DURATION
           COMPUTE WS-REV-NET =
               (WS-REV-PRICE * WS-REV-DURATION)
               - fr_discount_entier - (fr_discount_decimal / 100)
           MOVE "fresa" TO WS-AUDIT-FILE
           MOVE fr_numResa TO WS-AUDIT-KEY
           MOVE "MODIFY" TO WS-AUDIT-OP
           PERFORM AUDIT_LOG
           PERFORM OPEN_TURNAROUND.

      * GROUP TOTALS GATHERED - RAISES THE SINGLE CONSOLIDATED finv
      * RECORD (ROOM/RATE FIELDS ZERO, THE MONEY IS THE POINT) AND
      *    CARRIED THROUGH THE GROUP ROLL-UP)
           MOVE 0 TO WS-VAT-CODE
           PERFORM GET_VAT_RATE_FOR_CODE
           PERFORM CLEAR_INVOICE_VAT_LINES
           MOVE 1 TO WS-IVL-IDX
           MOVE WS-GRP-TOTAL TO WS-IVL-BASE
           MOVE WS-VAT-RATE TO WS-IVL-RATE
           COMPUTE WS-IVL-TAX =
               WS-GRP-TOTAL * WS-VAT-RATE / (100 + WS-VAT-RATE)
           PERFORM SET_INVOICE_VAT_LINE
           MOVE 2 TO WS-IVL-IDX
           MOVE WS-GRP-EXTRAS TO WS-IVL-BASE
           MOVE WS-INV-VAT-RATE TO WS-IVL-RATE
           COMPUTE WS-IVL-TAX = WS-GRP-EXTRAS * WS-INV-VAT-RATE
               / (100 + WS-INV-VAT-RATE)
           PERFORM SET_INVOICE_VAT_LINE
           COMPUTE WS-INV-TAX =
               (WS-GRP-TOTAL * WS-VAT-RATE / (100 + WS-VAT-RATE))
               + (WS-GRP-EXTRAS * WS-INV-VAT-RATE
               MOVE 0 TO WS-INV-BALANCE
           END-IF
           PERFORM GET_LASTID_INVOICE
           PERFORM LOAD_BUSINESS_DATE
           MOVE WS-GRP-FIRST-RESA TO fi_numResa
           MOVE fg_numCl TO fi_numCl
           MOVE 0 TO fi_numCh
           MOVE WS-BUSINESS-DATE TO fi_date
           MOVE 0 TO fi_rate_entier
           MOVE 0 TO fi_rate_decimal
           MOVE 0 TO fi_duree_hours
           MOVE WS-INV-BALANCE TO fi_balance_entier
           COMPUTE fi_balance_decimal =
               (WS-INV-BALANCE - fi_balance_entier) * 100
           MOVE SPACES TO fi_plan
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
                           OR WS-INSP-GOT = 1
                           READ fmis NEXT
                               AT END
                                   MOVE 1 TO Wfin
                               NOT AT END
                                   MOVE fm_numM TO WS-INSP-LAST-M
                                   IF fm_reel_fin_year NOT = 0 AND
                                       fm_inspected = 0 THEN
                                       MOVE 1 TO WS-INSP-GOT
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fmis.

      * tamp_fmis HOLDS THE QUEUED MISSION (fmis CLOSED - THE
      * CURSOR FETCHED IT AND LET GO) - TAKES THE VERDICT, FILES
      * THE finsp RECORD, MARKS THE MISSION INSPECTED THROUGH ITS
      * OWN KEYED READ/REWRITE AND APPLIES THE PASS/FAIL SIDE
      * EFFECTS. AN UNVALIDATED SCREEN LEAVES THE MISSION IN THE
      * QUEUE FOR NEXT TIME.
       INSPECT_ONE_MISSION.
           MOVE " " TO MENU-VALIDATE
           MOVE 1 TO fin_score
           MOVE " " TO fin_reason
           ACCEPT INSPECTION-SCREEN
           MOVE " " TO ERROR-MESSAGE
           IF MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y" THEN
               PERFORM GET_LASTID_INSPECTION
               MOVE fm_numM TO fin_numM
               MOVE fm_numCh TO fin_numCh
               MOVE WS-CURRENT-USER-NUM TO fin_numP
               MOVE WS-CURRENT-DATE TO fin_date
               OPEN I-O finsp
                   WRITE tamp_finsp
                       INVALID KEY
                           MOVE "INSPECTION WRITE ERROR" TO
                               ERROR-MESSAGE
                       NOT INVALID KEY
                           MOVE "finsp" TO WS-AUDIT-FILE
                           MOVE fin_numInsp TO WS-AUDIT-KEY
                           MOVE "ADD" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                   END-WRITE
               CLOSE finsp
               OPEN I-O fmis
                   READ fmis
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO fm_inspected
                           REWRITE tamp_fmis
                   END-READ
               CLOSE fmis
               PERFORM TURNAROUND_INSPECTED
               IF fin_score = 0 THEN
                   PERFORM HOLD_ROOM_AND_RECLEAN
               ELSE
                   PERFORM RELEASE_HELD_ROOM
               END-IF
           END-IF.

      * tamp_fresa HOLDS THE STAY JUST CHECKED OUT - STARTS ITS ROOM
      * TURNAROUND CLOCK AT THE ACTUAL CHECK-OUT TIME, WITH THE
      * ROOM'S TYPE AND ZONE AS THEY ARE TODAY.
       OPEN_TURNAROUND.
           PERFORM GET_LASTID_TURNAROUND
           MOVE fr_numResa TO ftn_numResa
           MOVE fr_numCh TO ftn_numCh
           MOVE SPACES TO ftn_typeCh
           MOVE 0 TO ftn_zone
           OPEN INPUT fch
               MOVE fr_numCh TO fc_numCh
               READ fch
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE fc_typeCh TO ftn_typeCh
                       MOVE fc_zone TO ftn_zone
               END-READ
           CLOSE fch
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO ftn_out_date
           MOVE WS-CURRENT-HOURS TO ftn_out_hours
           MOVE WS-CURRENT-MINUTE TO ftn_out_minute
           MOVE "A" TO ftn_out_kind
           PERFORM TURNAROUND_CLEAR
           OPEN I-O fturnar
               WRITE tamp_fturnar
                   INVALID KEY
                       CONTINUE
               END-WRITE
           CLOSE fturnar.

       TURNAROUND_CLEAR.
           MOVE 0 TO ftn_numM
           MOVE 0 TO ftn_numP
           MOVE 0 TO ftn_in
           MOVE 0 TO ftn_done
           MOVE 0 TO ftn_ready
           MOVE 0 TO ftn_minutes
           MOVE 0 TO ftn_target
           MOVE 0 TO ftn_status.

      * tamp_fmis HOLDS THE MISSION JUST INSPECTED AND tamp_finsp ITS
      * VERDICT - FINDS THE ROOM'S TURNAROUND STILL WAITING FROM A
      * CHECK-OUT BEFORE THE MISSION ENDED (OR, WHEN THE GUEST WAS
      * NEVER CHECKED OUT AT THE DESK, STARTS ONE FROM THE STAY
      * WHOSE PLANNED END THE MISSION CLEANS AFTER), NOTES THE FIRST
      * MISSION'S CLOCK-IN AND CLOCK-OUT, AND ON A PASS STOPS THE
      * CLOCK: THE ROOM IS READY TO SELL AGAIN. A FAIL LEAVES IT
      * RUNNING UNTIL THE RE-CLEAN PASSES.
       TURNAROUND_INSPECTED.
           MOVE 0 TO WS-TAT-FOUND
           MOVE fm_reel_fin_date TO WS-TAT-S-DATE
           MOVE fm_reel_fin_hours TO WS-TAT-S-HOURS
           MOVE fm_reel_fin_minute TO WS-TAT-S-MINUTE
           OPEN INPUT fturnar
               MOVE fm_numCh TO ftn_numCh
               START fturnar KEY IS EQUAL ftn_numCh
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-TAT-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-TAT-EOF = 1
                           READ fturnar NEXT
                               AT END
                                   MOVE 1 TO WS-TAT-EOF
                               NOT AT END
                                   IF ftn_numCh NOT = fm_numCh THEN
                                       MOVE 1 TO WS-TAT-EOF
                                   ELSE
                                       IF ftn_status = 0 AND
                                           ftn_out <= WS-TAT-STAMP
                                           THEN
                                           MOVE ftn_numTa TO
                                               WS-TAT-FOUND
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fturnar
           IF WS-TAT-FOUND = 0 THEN
               PERFORM TURNAROUND_FROM_PLAN
           END-IF
           IF WS-TAT-FOUND NOT = 0 THEN
               OPEN I-O fturnar
                   MOVE WS-TAT-FOUND TO ftn_numTa
                   READ fturnar
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ftn_numM = 0 THEN
                               MOVE fm_numM TO ftn_numM
                               MOVE fm_numP TO ftn_numP
                               MOVE fm_reel_debut_date TO ftn_in_date
                               MOVE fm_reel_debut_hours TO
                                   ftn_in_hours
                               MOVE fm_reel_debut_minute TO
                                   ftn_in_minute
                               MOVE fm_reel_fin_date TO ftn_done_date
                               MOVE fm_reel_fin_hours TO
                                   ftn_done_hours
                               MOVE fm_reel_fin_minute TO
                                   ftn_done_minute
                           END-IF
                           IF fin_score = 1 THEN
                               PERFORM TURNAROUND_STOP_CLOCK
                           END-IF
                           REWRITE tamp_fturnar
                   END-READ
               CLOSE fturnar
           END-IF.

      * NO TURNAROUND IS WAITING ON THE ROOM - WHEN THE MISSION IS
      * THE END-OF-STAY CLEANING OF A STAY STILL ON FILE (ITS fm_fin
      * IS THE STAY'S fr_date_fin), ONE IS STARTED FROM THE PLANNED
      * END. ANY OTHER MISSION (A RE-CLEAN, A MID-STAY SERVICE) HAS
      * NO TURNAROUND OF ITS OWN.
       TURNAROUND_FROM_PLAN.
           MOVE 0 TO WS-TAT-RESA
           OPEN INPUT fresa
               MOVE fm_numCh TO fr_numCh
               START fresa KEY IS EQUAL fr_numCh
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-TAT-EOF
                       MOVE 0 TO WS-TAT-STOP
                       PERFORM WITH TEST AFTER UNTIL WS-TAT-EOF = 1
                           OR WS-TAT-STOP = 1
                           READ fresa NEXT
                               AT END
                                   MOVE 1 TO WS-TAT-EOF
                               NOT AT END
                                   IF fr_numCh NOT = fm_numCh THEN
                                       MOVE 1 TO WS-TAT-STOP
                                   ELSE
                                       IF fr_date_fin = fm_fin THEN
                                           MOVE fr_numResa TO
                                               WS-TAT-RESA
                                           MOVE 1 TO WS-TAT-STOP
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fresa
           IF WS-TAT-RESA NOT = 0 THEN
               PERFORM GET_LASTID_TURNAROUND
               MOVE WS-TAT-RESA TO ftn_numResa
               MOVE fm_numCh TO ftn_numCh
               MOVE SPACES TO ftn_typeCh
               MOVE 0 TO ftn_zone
               OPEN INPUT fch
                   MOVE fm_numCh TO fc_numCh
                   READ fch
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE fc_typeCh TO ftn_typeCh
                           MOVE fc_zone TO ftn_zone
                   END-READ
               CLOSE fch
               MOVE fr_date_fin_date TO ftn_out_date
               MOVE fr_date_fin_hours TO ftn_out_hours
               MOVE fr_date_fin_minute TO ftn_out_minute
               MOVE "P" TO ftn_out_kind
               PERFORM TURNAROUND_CLEAR
               OPEN I-O fturnar
                   WRITE tamp_fturnar
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ftn_numTa TO WS-TAT-FOUND
                   END-WRITE
               CLOSE fturnar
           END-IF.

      * tamp_fturnar HOLDS THE TURNAROUND WHOSE ROOM JUST PASSED -
      * STAMPS IT READY NOW, MEASURES CHECK-OUT TO READY AND TAKES
      * THE ROOM TYPE'S TARGET (OR THE HOUSE'S) AS IT STANDS TODAY.
       TURNAROUND_STOP_CLOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO ftn_ready_date
           MOVE WS-CURRENT-HOURS TO ftn_ready_hours
           MOVE WS-CURRENT-MINUTE TO ftn_ready_minute
           MOVE ftn_out_date TO WS-TAT-D1
           MOVE ftn_out_hours TO WS-TAT-H1
           MOVE ftn_out_minute TO WS-TAT-M1
           MOVE ftn_ready_date TO WS-TAT-D2
           MOVE ftn_ready_hours TO WS-TAT-H2
           MOVE ftn_ready_minute TO WS-TAT-M2
           PERFORM TURNAROUND_SPAN
           IF WS-TAT-MIN < 0 THEN
               MOVE 0 TO WS-TAT-MIN
           END-IF
           IF WS-TAT-MIN > 99999 THEN
               MOVE 99999 TO WS-TAT-MIN
           END-IF
           MOVE WS-TAT-MIN TO ftn_minutes
           MOVE 0 TO ftn_target
           OPEN INPUT frtype
               MOVE ftn_typeCh TO frt_label
               READ frtype
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE frt_turn_target TO ftn_target
               END-READ
           CLOSE frtype
           IF ftn_target = 0 THEN
               MOVE "TATG" TO fpar_key
               PERFORM GET_PARAM_RATE
               MOVE fpar_value TO ftn_target
           END-IF
           MOVE 1 TO ftn_status.

      * THE MISSION JUST FAILED INSPECTION - HOLD THE ROOM AND RAISE
      * THE RE-CLEAN FOR SOMEONE ELSE. THE MISSION FIELDS ARE
      * STASHED FIRST BECAUSE THE ASSIGNMENT SCANS CLOBBER tamp_fmis
           MOVE 0 TO fm_needs_reassign
           MOVE 0 TO fm_inspected
           MOVE WS-SITE-NUM TO fm_site
           MOVE 0 TO fm_supply_cost
           OPEN I-O fmis
               WRITE tamp_fmis
                   INVALID KEY
               PERFORM MBAR_FIND_STAY
               IF WS-MBR-RESA NOT = 0 THEN
                   PERFORM GET_LASTID_EXTRA
                   PERFORM LOAD_BUSINESS_DATE
                   MOVE WS-MBR-RESA TO fe_numResa
                   MOVE 1 TO fe_code
                   MOVE WS-MBR-VALUE TO fe_amount_entier
                   COMPUTE fe_amount_decimal =
                       (WS-MBR-VALUE - fe_amount_entier) * 100
                   MOVE WS-BUSINESS-DATE TO fe_date
                   MOVE WS-CURRENT-USER-NUM TO fe_numP
                   MOVE 0 TO fe_status
                   MOVE 0 TO fe_numEq
      * BY CONFIRM_CLEANING_CHECKLIST) - WALKS THE TYPE'S fusage
      * PROFILES AND DECREMENTS EACH CONSUMABLE'S STOCK, FLOORED AT
      * ZERO, SO SATURDAY NIGHT'S MISSING SHEETS SHOW UP ON THE
      * REORDER REPORT INSTEAD OF IN THE LOBBY. WHAT THE PROFILES
      * USED, AT AVERAGE COST, LANDS IN fm_supply_cost OF THE
      * MISSION IN tamp_fmis BEFORE THE CALLER REWRITES IT.
       CONSUME_STOCK_FOR_MISSION.
           MOVE 0 TO WS-STK-MIS-COST
           OPEN INPUT fusage
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fusage
           MOVE WS-STK-MIS-COST TO fm_supply_cost.

      * tamp_fusage HOLDS ONE PROFILE LINE - TAKES ITS QUANTITY OFF
      * THE MATCHING STOCK ITEM AND COSTS IT INTO WS-STK-MIS-COST.
       CONSUME_ONE_STOCK_ITEM.
           OPEN I-O fstock
               MOVE fus_numItem TO fsk_numItem
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-STK-MIS-COST ROUNDED =
                           WS-STK-MIS-COST + (fus_qty * fsk_avg_cost)
                       IF fus_qty > fsk_qty THEN
                           MOVE 0 TO fsk_qty
                       ELSE
           CLOSE fwo
           IF fwo_numWo NOT = 0 THEN
               MOVE fwo_numCh TO WS-WO-ROOM
               MOVE fwo_numWo TO WS-PMS-WO
               PERFORM PM_RECORD_SERVICE
               PERFORM RETURN_ROOM_AFTER_WORK_ORDER
           END-IF.

      * WS-PMS-WO HOLDS A WORK ORDER JUST CLOSED - WHEN IT WAS A
      * PREVENTIVE ORDER, ITS SERVICE-REGISTER ROW RECORDS THE
      * SERVICE: LAST SERVICE TODAY, STAY COUNT BACK TO ZERO AND NO
      * ORDER OUT, SO THE NEXT INTERVAL STARTS COUNTING.
       PM_RECORD_SERVICE.
           OPEN I-O fpmdone
               MOVE 0 TO WS-PMS-EOF
               PERFORM WITH TEST AFTER UNTIL WS-PMS-EOF = 1
                   READ fpmdone NEXT
                       AT END
                           MOVE 1 TO WS-PMS-EOF
                       NOT AT END
                           IF fps_numWo = WS-PMS-WO THEN
                               MOVE WS-CURRENT-DATE TO fps_last_date
                               MOVE 0 TO fps_stay_count
                               MOVE 0 TO fps_numWo
                               MOVE 0 TO fps_plan_date
                               MOVE 0 TO fps_plan_hour
                               REWRITE tamp_fpmdone
                               MOVE "fpmdone" TO WS-AUDIT-FILE
                               MOVE fps_numPd TO WS-AUDIT-KEY
                               MOVE "MODIFY" TO WS-AUDIT-OP
                               PERFORM AUDIT_LOG
                               MOVE 1 TO WS-PMS-EOF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fpmdone.

      * WS-WO-ROOM HOLDS THE ROOM OF A WORK ORDER JUST CLOSED - WHEN
      * NO OPEN ORDER IS LEFT ON IT, PUTS THE ROOM BACK IN SERVICE.
       RETURN_ROOM_AFTER_WORK_ORDER.
           MOVE 0 TO WS-WO-OPEN-LEFT
           OPEN INPUT fwo
               MOVE WS-WO-ROOM TO fwo_numCh
               START fwo KEY IS EQUAL fwo_numCh
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wfin
                       MOVE 0 TO Wstop
                       PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           OR Wstop = 1
                           READ fwo NEXT
                               AT END
                                   MOVE 1 TO Wfin
                               NOT AT END
                                   IF fwo_numCh NOT =
                                       WS-WO-ROOM THEN
                                       MOVE 1 TO Wstop
                                   ELSE
                                       IF fwo_status = 0 THEN
                                           ADD 1 TO
                                             WS-WO-OPEN-LEFT
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fwo
           IF WS-WO-OPEN-LEFT = 0 THEN
               OPEN I-O fch
                   MOVE WS-WO-ROOM TO fc_numCh
                   READ fch
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF fc_status = 1 THEN
                               MOVE 0 TO fc_status
                               REWRITE tamp_fch
                               MOVE "fch" TO WS-AUDIT-FILE
                               MOVE fc_numCh TO WS-AUDIT-KEY
                               MOVE "MODIFY" TO WS-AUDIT-OP
                               PERFORM AUDIT_LOG
                               MOVE "ROOM BACK IN SERVICE" TO
                                   ERROR-MESSAGE
                           END-IF
                   END-READ
               CLOSE fch
           END-IF.

      * THE MAINTENANCE TECHNICIAN'S QUEUE - OPEN ORDERS ASSIGNED TO
      * THE CONNECTED USER, PLUS ANY NOBODY HAS TAKEN YET, URGENT
      * FIRST (fwo_priority 1, 2, 3).
       TECH_LIST_WORK_ORDERS.
           MOVE 0 TO WS-WO-LISTED
           DISPLAY "OPEN WORK ORDERS - NUM/ROOM/PRIORITY/OPENED/"
               "STARTED/FAULT"
           OPEN INPUT fwo
               PERFORM VARYING WS-WO-PRI FROM 1 BY 1
                   UNTIL WS-WO-PRI > 3
                   MOVE 0 TO fwo_numWo
                   START fwo KEY IS NOT < fwo_numWo
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 0 TO WS-WO-EOF
                           PERFORM WITH TEST AFTER UNTIL WS-WO-EOF = 1
                               READ fwo NEXT
                                   AT END
                                       MOVE 1 TO WS-WO-EOF
                                   NOT AT END
                                       PERFORM TECH_LIST_ONE_ORDER
                               END-READ
                           END-PERFORM
                   END-START
               END-PERFORM
           CLOSE fwo
           IF WS-WO-LISTED = 0 THEN
               MOVE "NO OPEN WORK ORDERS FOR YOU" TO ERROR-MESSAGE
           END-IF.

      * tamp_fwo HOLDS ONE ORDER - SHOWN WHEN OPEN, AT THE PRIORITY
      * BEING LISTED, AND MINE OR UNASSIGNED.
       TECH_LIST_ONE_ORDER.
           IF fwo_status = 0 AND fwo_priority = WS-WO-PRI AND
               (fwo_assigned = WS-CURRENT-USER-NUM OR
               fwo_assigned = 0) THEN
               ADD 1 TO WS-WO-LISTED
               IF fwo_assigned = 0 THEN
                   MOVE "UNASSIGNED" TO WS-WO-TAKEN
               ELSE
                   MOVE SPACES TO WS-WO-TAKEN
               END-IF
               DISPLAY fwo_numWo " " fwo_numCh " " fwo_priority " "
                   fwo_date_open " " fwo_start_date " "
                   fwo_start_hours ":" fwo_start_minute " "
                   FUNCTION TRIM(fwo_text) " " WS-WO-TAKEN
           END-IF.

       TECH_WORK_QUEUE.
           MOVE " " TO ERROR-MESSAGE
           PERFORM TECH_LIST_WORK_ORDERS
           MOVE " " TO MENU-VALIDATE
           ACCEPT TECH-QUEUE-SCREEN.

      * LISTS THE QUEUE AND TAKES THE ORDER NUMBER - Wtrouve = 1 WITH
      * tamp_fwo LOADED WHEN IT IS OPEN AND MINE (OR UNASSIGNED).
       TECH_PICK_WORK_ORDER.
           MOVE " " TO ERROR-MESSAGE
           MOVE 0 TO Wtrouve
           PERFORM TECH_LIST_WORK_ORDERS
           MOVE 0 TO fwo_numWo
           ACCEPT TECH-WORKORDER-SCREEN
           MOVE " " TO ERROR-MESSAGE
           IF fwo_numWo NOT = 0 THEN
               OPEN INPUT fwo
                   READ fwo
                       INVALID KEY
                           MOVE "THIS WORK ORDER DOESN'T EXIST" TO
                               ERROR-MESSAGE
                       NOT INVALID KEY
                           IF fwo_status = 1 THEN
                               MOVE "WORK ORDER ALREADY CLOSED" TO
                                   ERROR-MESSAGE
                           ELSE
                               IF fwo_assigned NOT = 0 AND
                                   fwo_assigned NOT =
                                   WS-CURRENT-USER-NUM THEN
                                   MOVE
                                   "WORK ORDER ASSIGNED TO SOMEONE ELSE"
                                       TO ERROR-MESSAGE
                               ELSE
                                   MOVE 1 TO Wtrouve
                               END-IF
                           END-IF
                   END-READ
               CLOSE fwo
           END-IF.

      * STAMPS THE REAL START TIME - AN UNASSIGNED ORDER BECOMES THE
      * TECHNICIAN'S AS THEY START IT.
       TECH_START_WORK_ORDER.
           PERFORM TECH_PICK_WORK_ORDER
           IF Wtrouve = 1 THEN
               IF fwo_start_year NOT = 0 THEN
                   MOVE "WORK ORDER ALREADY STARTED" TO ERROR-MESSAGE
               ELSE
                   OPEN I-O fwo
                       READ fwo
                           INVALID KEY
                               MOVE "THIS WORK ORDER DOESN'T EXIST" TO
                                   ERROR-MESSAGE
                           NOT INVALID KEY
                               MOVE WS-CURRENT-DATE TO fwo_start_date
                               MOVE WS-CURRENT-HOURS TO
                                   fwo_start_hours
                               MOVE WS-CURRENT-MINUTE TO
                                   fwo_start_minute
                               IF fwo_assigned = 0 THEN
                                   MOVE WS-CURRENT-USER-NUM TO
                                       fwo_assigned
                               END-IF
                               REWRITE tamp_fwo
                               MOVE "fwo" TO WS-AUDIT-FILE
                               MOVE fwo_numWo TO WS-AUDIT-KEY
                               MOVE "MODIFY" TO WS-AUDIT-OP
                               PERFORM AUDIT_LOG
                               MOVE "WORK ORDER STARTED" TO
                                   ERROR-MESSAGE
                       END-READ
                   CLOSE fwo
               END-IF
           END-IF.

      * PARTS DRAWN FROM fstock AGAINST A STARTED ORDER, ONE ITEM
      * PER LINE UNTIL ITEM 0.
       TECH_DRAW_PARTS.
           PERFORM TECH_PICK_WORK_ORDER
           IF Wtrouve = 1 THEN
               IF fwo_start_year = 0 THEN
                   MOVE "START THE WORK ORDER FIRST" TO ERROR-MESSAGE
               ELSE
                   MOVE fwo_numWo TO WS-WO-FIND
                   PERFORM WITH TEST AFTER UNTIL fwp_numItem = 0
                       MOVE 0 TO fwp_numItem
                       MOVE 0 TO fwp_qty
                       ACCEPT TECH-PART-SCREEN
                       MOVE " " TO ERROR-MESSAGE
                       IF fwp_numItem NOT = 0 THEN
                           PERFORM TECH_DRAW_ONE_PART
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      * fwp_numItem/fwp_qty FROM THE SCREEN, WS-WO-FIND THE ORDER -
      * TAKES THE QUANTITY OFF THE STOCK ITEM (FLOORED AT ZERO, AS
      * CONSUME_ONE_STOCK_ITEM DOES) AND FILES THE PART LINE.
       TECH_DRAW_ONE_PART.
           MOVE 0 TO Wvalide
           OPEN I-O fstock
               MOVE fwp_numItem TO fsk_numItem
               READ fstock
                   INVALID KEY
                       MOVE "STOCK ITEM DOESN'T EXIST" TO
                           ERROR-MESSAGE
                   NOT INVALID KEY
                       IF fwp_qty = 0 THEN
                           MOVE "QUANTITY IS REQUIRED" TO
                               ERROR-MESSAGE
                       ELSE
                           IF fwp_qty > fsk_qty THEN
                               MOVE 0 TO fsk_qty
                           ELSE
                               SUBTRACT fwp_qty FROM fsk_qty
                           END-IF
                           REWRITE tamp_fstock
                           MOVE 1 TO Wvalide
                       END-IF
               END-READ
           CLOSE fstock
           IF Wvalide = 1 THEN
               PERFORM GET_LASTID_WOPART
               MOVE WS-WO-FIND TO fwp_numWo
               MOVE WS-CURRENT-DATE TO fwp_date
               MOVE WS-CURRENT-USER-NUM TO fwp_numP
               OPEN I-O fwopart
                   WRITE tamp_fwopart
                       INVALID KEY
                           MOVE "CREATION ERROR" TO ERROR-MESSAGE
                       NOT INVALID KEY
                           MOVE "fwopart" TO WS-AUDIT-FILE
                           MOVE fwp_numWp TO WS-AUDIT-KEY
                           MOVE "ADD" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                           MOVE SPACES TO ERROR-MESSAGE
                           STRING "PART DRAWN - "
                               FUNCTION TRIM(fsk_label)
                               DELIMITED BY SIZE INTO ERROR-MESSAGE
                   END-WRITE
               CLOSE fwopart
           END-IF.

      * STAMPS THE REAL END TIME AND CLOSES THE ORDER (PARTS COST
      * TAKEN AS AT THE ADMIN CLOSE) - THE ROOM GOES BACK IN SERVICE
      * WHEN THIS WAS ITS LAST OPEN ORDER, AS CLOSE_WORK_ORDER DOES.
       TECH_FINISH_WORK_ORDER.
           PERFORM TECH_PICK_WORK_ORDER
           IF Wtrouve = 1 THEN
               IF fwo_start_year = 0 THEN
                   MOVE "WORK ORDER NOT STARTED YET" TO ERROR-MESSAGE
               ELSE
                   MOVE 0 TO Wvalide
                   OPEN I-O fwo
                       READ fwo
                           INVALID KEY
                               MOVE "THIS WORK ORDER DOESN'T EXIST" TO
                                   ERROR-MESSAGE
                           NOT INVALID KEY
                               ACCEPT WORKORDER-COST-SCREEN
                               MOVE WS-CURRENT-DATE TO fwo_end_date
                               MOVE WS-CURRENT-HOURS TO fwo_end_hours
                               MOVE WS-CURRENT-MINUTE TO
                                   fwo_end_minute
                               MOVE 1 TO fwo_status
                               MOVE WS-CURRENT-DATE TO fwo_date_closed
                               REWRITE tamp_fwo
                               MOVE "fwo" TO WS-AUDIT-FILE
                               MOVE fwo_numWo TO WS-AUDIT-KEY
                               MOVE "MODIFY" TO WS-AUDIT-OP
                               PERFORM AUDIT_LOG
                               MOVE "WORK ORDER FINISHED" TO
                                   ERROR-MESSAGE
                               MOVE 1 TO Wvalide
                       END-READ
                   CLOSE fwo
                   IF Wvalide = 1 THEN
                       MOVE fwo_numCh TO WS-WO-ROOM
                       MOVE fwo_numWo TO WS-PMS-WO
                       PERFORM PM_RECORD_SERVICE
                       PERFORM RETURN_ROOM_AFTER_WORK_ORDER
                   END-IF
               END-IF
           END-IF.

               MOVE fr_numResa TO fkc_numResa
               MOVE WS-CURRENT-DATE TO fkc_issued
               MOVE 0 TO fkc_status
               MOVE WS-CURRENT-HOURS TO fkc_issued_hours
               MOVE WS-CURRENT-MINUTE TO fkc_issued_minute
               MOVE 0 TO fkc_returned
               MOVE 0 TO fkc_kiosk
               OPEN I-O fkey
                   WRITE tamp_fkey
                       INVALID KEY
               END-WRITE
           CLOSE fkpend.

      * WS-BMS-ROOM/WS-BMS-MODE/WS-BMS-RESA HOLD THE ROOM, THE MODE IT
      * SHOULD BE IN (PRECOND, ECO OR OFF) AND THE STAY BEHIND IT. A
      * ROOM ALREADY SENT TO THAT MODE IS LEFT ALONE UNLESS
      * WS-BMS-FORCE IS 1; OTHERWISE APPENDS THE COMMAND LINE THE
      * BUILDING MANAGEMENT SYSTEM POLLS, FILES THE PENDING ROW
      * PROCESS_BMS_ACKS WILL TICK OFF, LOGS THE MODE FOR
      * BMS_ENERGY_REPORT AND REMEMBERS IT IN fbmsroom.
       BMS_ROOM_COMMAND.
           PERFORM BMS_SET_NOW
           MOVE 1 TO WS-BMS-SEND
           OPEN I-O fbmsroom
               MOVE WS-BMS-ROOM TO fbr_numCh
               READ fbmsroom
                   INVALID KEY
                       MOVE WS-BMS-ROOM TO fbr_numCh
                       MOVE WS-BMS-MODE TO fbr_mode
                       MOVE WS-BMS-NOW-N TO fbr_since
                       MOVE WS-BMS-RESA TO fbr_numResa
                       WRITE tamp_fbmsroom
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       IF fbr_mode = WS-BMS-MODE AND
                           WS-BMS-FORCE = 0 THEN
                           MOVE 0 TO WS-BMS-SEND
                       ELSE
                           IF fbr_mode NOT = WS-BMS-MODE THEN
                               MOVE WS-BMS-MODE TO fbr_mode
                               MOVE WS-BMS-NOW-N TO fbr_since
                           END-IF
                           MOVE WS-BMS-RESA TO fbr_numResa
                           REWRITE tamp_fbmsroom
                       END-IF
               END-READ
           CLOSE fbmsroom
           IF WS-BMS-SEND = 1 THEN
               PERFORM GET_LASTID_BMSCMD
               OPEN EXTEND fbmscmd
                   MOVE SPACES TO tamp_fbmscmd
                   STRING fbp_numBp "," DELIMITED BY SIZE
                       WS-BMS-MODE DELIMITED BY SPACE
                       "," WS-BMS-ROOM "," WS-BMS-NOW-N ","
                       WS-BMS-RESA DELIMITED BY SIZE
                       INTO tamp_fbmscmd
                   WRITE tamp_fbmscmd
               CLOSE fbmscmd
               MOVE WS-BMS-ROOM TO fbp_numCh
               MOVE WS-BMS-MODE TO fbp_kind
               MOVE WS-BMS-RESA TO fbp_numResa
               MOVE WS-BMS-NOW-N TO fbp_when
               MOVE WS-CURRENT-DATE TO fbp_date
               MOVE 0 TO fbp_status
               OPEN I-O fbmspend
                   WRITE tamp_fbmspend
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               CLOSE fbmspend
               OPEN EXTEND fbmslog
                   MOVE SPACES TO tamp_fbmslog
                   STRING WS-BMS-NOW-N "," WS-BMS-ROOM ","
                       WS-BMS-MODE DELIMITED BY SIZE
                       INTO tamp_fbmslog
                   WRITE tamp_fbmslog
               CLOSE fbmslog
               ADD 1 TO WS-BMS-SENT
           END-IF
           MOVE 0 TO WS-BMS-FORCE.

      * WALL-CLOCK MINUTE OF THE COMMAND INTO WS-BMS-NOW.
       BMS_SET_NOW.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-BMS-NOW-DATE
           MOVE WS-CURRENT-HOURS TO WS-BMS-NOW-HOURS
           MOVE WS-CURRENT-MINUTE TO WS-BMS-NOW-MINUTE.

      * WS-BMS-ROOM HOLDS THE ROOM AND tamp_fch ITS RECORD - WORKS OUT
      * THE MODE THE ROOM SHOULD BE IN RIGHT NOW INTO WS-BMS-MODE,
      * WITH THE STAY BEHIND IT IN WS-BMS-RESA: OFF WHILE OUT OF
      * SERVICE (fc_status = 1), PRECOND WHILE A GUEST IS IN HOUSE OR
      * A BOOKED STAY IS DUE WITHIN THE fparam "BMSL" LEAD MINUTES
      * (DEFAULT 60) AND NOT YET OVER, ECO OTHERWISE. tamp_fresa IS
      * PUT BACK AS IT WAS FOUND.
       BMS_ROOM_TARGET.
           MOVE "ECO" TO WS-BMS-MODE
           MOVE 0 TO WS-BMS-RESA
           IF fc_status = 1 OR (fc_retired NOT = 0 AND
               fc_retired <= WS-CURRENT-DATE) THEN
               MOVE "OFF" TO WS-BMS-MODE
           ELSE
               MOVE "BMSL" TO fpar_key
               PERFORM GET_PARAM_RATE
               MOVE fpar_value TO WS-BMS-LEAD
               IF WS-BMS-LEAD = 0 THEN
                   MOVE 60 TO WS-BMS-LEAD
               END-IF
               PERFORM BMS_SET_NOW
               MOVE WS-BMS-NOW-N TO WS-DST-STAMP-N
               PERFORM DST_REAL_MINUTES
               MOVE WS-DST-REAL TO WS-BMS-NOW-REAL
               MOVE tamp_fresa TO WS-BMS-FRESA
               OPEN INPUT fresa
                   MOVE WS-BMS-ROOM TO fr_numCh
                   START fresa KEY IS EQUAL fr_numCh
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 0 TO WS-BMS-EOF
                           PERFORM WITH TEST AFTER UNTIL WS-BMS-EOF = 1
                               READ fresa NEXT
                                   AT END
                                       MOVE 1 TO WS-BMS-EOF
                                   NOT AT END
                                       IF fr_numCh NOT = WS-BMS-ROOM
                                           THEN
                                           MOVE 1 TO WS-BMS-EOF
                                       ELSE
                                           PERFORM BMS_STAY_NEEDS_ROOM
                                       END-IF
                               END-READ
                           END-PERFORM
                   END-START
               CLOSE fresa
               MOVE WS-BMS-FRESA TO tamp_fresa
           END-IF.

      * tamp_fresa HOLDS ONE STAY ON THE ROOM - AN IN-HOUSE GUEST
      * ALWAYS WINS; A BOOKED STAY COUNTS FROM ITS LEAD WINDOW TO ITS
      * BOOKED END, ON THE REAL MINUTE SCALE SO A CLOCK CHANGE DOES
      * NOT SHIFT THE WINDOW.
       BMS_STAY_NEEDS_ROOM.
           IF fr_status = 1 THEN
               MOVE "PRECOND" TO WS-BMS-MODE
               MOVE fr_numResa TO WS-BMS-RESA
           ELSE
               IF fr_status = 0 AND WS-BMS-MODE NOT = "PRECOND" THEN
                   PERFORM DST_STAY_REAL_WINDOW
                   IF WS-DST-B-FROM - WS-BMS-LEAD <= WS-BMS-NOW-REAL
                       AND WS-BMS-NOW-REAL < WS-DST-B-TO THEN
                       MOVE "PRECOND" TO WS-BMS-MODE
                       MOVE fr_numResa TO WS-BMS-RESA
                   END-IF
               END-IF
           END-IF.

      * WS-BMS-ROOM HOLDS THE ROOM A CLEANER HAS JUST CLOCKED OUT OF -
      * THE VISIT MAY HAVE LEFT LIGHTS AND CLIMATE RUNNING, SO THE
      * ROOM'S TARGET MODE IS SENT AGAIN EVEN WHEN IT IS UNCHANGED.
       BMS_SYNC_ROOM.
           MOVE 1 TO WS-BMS-SYNC
           OPEN INPUT fch
               MOVE WS-BMS-ROOM TO fc_numCh
               READ fch
                   INVALID KEY
                       MOVE 0 TO WS-BMS-SYNC
               END-READ
           CLOSE fch
           IF WS-BMS-SYNC = 1 THEN
               PERFORM BMS_ROOM_TARGET
               MOVE 1 TO WS-BMS-FORCE
               PERFORM BMS_ROOM_COMMAND
           END-IF.

      * RUN MID-CHECKOUT, BEFORE THE fresa REWRITE - EVERY CARD
      * STILL OUT AGAINST THE STAY IS EITHER TAKEN BACK (RETURNED)
      * OR DECLARED LOST: A LOST CARD IS VOIDED AND THE "KEYF"
               COMPUTE fr_extra_decimal =
                   (WS-INV-BALANCE - fr_extra_entier) * 100
           END-IF
           MOVE WS-CURRENT-DATE TO fkc_ret_date
           MOVE WS-CURRENT-HOURS TO fkc_ret_hours
           MOVE WS-CURRENT-MINUTE TO fkc_ret_minute
           REWRITE tamp_fkey
           MOVE "fkey" TO WS-AUDIT-FILE
           MOVE fkc_numCard TO WS-AUDIT-KEY

      * THE STAY HOLDS A GARAGE BOX - THE "PARK" FLAT FEE GOES ON
      * AS AN ORDINARY OPEN EXTRA CHARGE AND SETTLES WITH THE REST
      * AT CHECKOUT - UNLESS THE STAY'S PACKAGE ALREADY SELLS THE BOX.
       POST_PARKING_FEE.
           PERFORM PKG_FIND_SALE
           IF WS-PKG-OK = 1 AND fbs_parking = 1 THEN
               MOVE 0 TO fpar_value
           ELSE
               MOVE "PARK" TO fpar_key
               PERFORM GET_PARAM_RATE
           END-IF
           IF fpar_value NOT = 0 THEN
               PERFORM GET_LASTID_EXTRA
               PERFORM LOAD_BUSINESS_DATE
               MOVE fr_numResa TO fe_numResa
               MOVE 4 TO fe_code
               MOVE fpar_value TO fe_amount_entier
               COMPUTE fe_amount_decimal =
                   (fpar_value - fe_amount_entier) * 100
               MOVE WS-BUSINESS-DATE TO fe_date
               MOVE WS-CURRENT-USER-NUM TO fe_numP
               MOVE 0 TO fe_status
               MOVE 0 TO fe_numEq
                   SUBTRACT 1 FROM fal_due_hours
               END-IF
           ELSE
               SUBTRACT 30 FROM fal_due_minute
           END-IF
           MOVE "30 MINUTES LEFT ON YOUR STAY" TO fal_text
      *    CLOCKS GOING FORWARD IN THE HOUR UP TO THE DUE TIME LEAVE
      *    IT IN THE HOUR THAT NEVER SHOWS - MOVE IT AN HOUR
      *    EARLIER; CLOCKS GOING BACK MAKE THE WARNING COME EARLY,
      *    SO IT STATES THE REAL MINUTES LEFT
           MOVE fal_due TO WS-DST-STAMP
           COMPUTE WS-DST-FROM = WS-DST-STAMP-N - 100
           MOVE WS-DST-STAMP-N TO WS-DST-TO
           PERFORM DST_ADJUST_MINUTES
           IF WS-DST-HIT-SHIFT < 0 THEN
               IF fal_due_hours = 0 THEN
                   MOVE 23 TO fal_due_hours
                   IF fal_due_day > 1 THEN
                       SUBTRACT 1 FROM fal_due_day
                   END-IF
               ELSE
                   SUBTRACT 1 FROM fal_due_hours
               END-IF
           ELSE
               MOVE fal_due TO WS-DST-FROM
               MOVE WS-CHECKOUT-DATETIME TO WS-DST-TO
               PERFORM DST_ADJUST_MINUTES
               IF WS-DST-ADJ > 0 THEN
                   COMPUTE WS-DST-MIN-ED = 30 + WS-DST-ADJ
                   MOVE SPACES TO fal_text
                   STRING WS-DST-MIN-ED " MINUTES LEFT ON YOUR STAY"
                       DELIMITED BY SIZE INTO fal_text
               END-IF
           END-IF
           MOVE 0 TO fal_status
           OPEN I-O falert
               WRITE tamp_falert
                   IF WS-CTC-OK = 1 THEN
                       MOVE " " TO fcl_nom
                       MOVE " " TO fcl_prenom
                       MOVE SPACES TO fcl_lang
                       OPEN INPUT fcli
                           MOVE WS-CTC-FIND-CL TO fcl_numCl
                           READ fcli
                                   CONTINUE
                           END-READ
                       CLOSE fcli
      *    THE CHECK-IN TIME-UP ALERT (KIND 0) GOES THROUGH THE
      *    TEMPLATE TABLE; A CLERK'S OWN WORDING (KIND 1) IS SENT
      *    AS TYPED
                       PERFORM RESET_GUEST_MESSAGE
                       IF fal_kind = 0 THEN
                           MOVE "TIMEUP" TO WS-MSG-TYPE
                       END-IF
                       MOVE fcl_lang TO WS-MSG-LANG
                       MOVE fal_text TO WS-MSG-DEFAULT
                       MOVE fcl_prenom TO WS-MSG-NAME
                       MOVE fr_numCh TO WS-MSG-ROOM
                       STRING fal_due_hours ":" fal_due_minute
                           DELIMITED BY SIZE INTO WS-MSG-TIME
                       MOVE fal_numResa TO WS-MSG-CODE
                       PERFORM BUILD_GUEST_MESSAGE
                       OPEN EXTEND fnotif
                           MOVE SPACES TO tamp_fnotif
                           STRING fal_numResa ","
                               WS-CURRENT-YEAR "-"
                               WS-CURRENT-MONTH "-"
                               WS-CURRENT-DAY ","
                               FUNCTION TRIM(WS-MSG-TEXT)
                               DELIMITED BY SIZE INTO
                               tamp_fnotif
                           WRITE tamp_fnotif
               COMPUTE WS-REV-DURATION =
                   fr_duree_hours + (fr_duree_minute / 60)
                   + (fr_nights * 24)
               PERFORM DST_STAY_CORRECTION
               ADD WS-DST-HOURS TO WS-REV-DURATION
               COMPUTE WS-UPG-TOTAL =
                   WS-UPG-DIFF * WS-REV-DURATION
               MOVE 0 TO WS-UPG-CHOICE
      * tamp_fch HOLDS A CANDIDATE AND 1tamp_fresa THE STAY - A
      * HIGHER-PRICED ROOM THAT FITS AND PROVES FREE BECOMES THE
      * BEST PICK IF IT IS THE CHEAPEST SUCH SO FAR (THE GENTLEST
      * UPSELL WINS). A ROOM NOT SELLABLE FOR EVERY NIGHT OF THE
      * STAY (ROOM_SELLABLE_FOR_STAY) IS PASSED OVER.
       UPGRADE_TRY_ONE_ROOM.
           MOVE 1fr_nb_guests TO fr_nb_guests
           PERFORM CHECK_ROOM_CAPACITY
           IF Wtrouve = 1 THEN
               MOVE 1fr_date_debut TO fr_date_debut
               MOVE 1fr_nights TO fr_nights
               PERFORM ROOM_SELLABLE_FOR_STAY
           END-IF
           IF Wtrouve = 1 THEN
               PERFORM GET_ROOM_RATE_FOR_DATE
               IF WS-REV-PRICE > WS-UPG-CUR-RATE AND
                   (WS-UPG-BEST-ROOM = 0 OR
               COMPUTE WS-PAY-AMT-DECIMAL =
                   (WS-UPG-TOTAL - WS-PAY-AMT-ENTIER) * 100
               MOVE 1 TO WS-PAY-METHOD
               PERFORM ACCEPT_CHECKOUT_PAYMENT
               COMPUTE WS-PAY-PAID =
                   fr_paid_entier + (fr_paid_decimal / 100) +
                   WS-PAY-AMT-ENTIER + (WS-PAY-AMT-DECIMAL / 100)
           END-PERFORM.

      * fir_* HOLDS THE PERSON AND tamp_fresa THE STAY - FILES THE
      * REGISTER ENTRY STAMPED WITH THE CHECK-IN DATE, ITS DOCUMENT
      * NUMBER SCRAMBLED BEFORE IT REACHES THE DISK.
       WRITE_IDENTITY_ENTRY.
           PERFORM GET_LASTID_IDENTITY
           MOVE 0 TO fir_doc_prot
           PERFORM IDR_PROTECT_DOC
           MOVE fr_numResa TO fir_numResa
           MOVE WS-CURRENT-DATE TO fir_date
           OPEN I-O fidr
           IF WS-PWD-AGE-DAYS > WS-PWD-MAX-AGE-DAYS THEN
               MOVE 1 TO WS-PWD-EXPIRED
           END-IF.

      * UPSERTS ONE MONTH OF THE OWNER'S BUDGET FOR ONE ROOM TYPE -
      * THE KEY FIRST (TYPE CHECKED AGAINST THE TYPE MASTER), THEN
      * THE FOUR FIGURES, PRE-FILLED WHEN THE MONTH IS ALREADY SET.
       SET_MONTHLY_BUDGET.
           MOVE WS-BUS-YEAR TO fbg_year
           MOVE WS-BUS-MONTH TO fbg_month
           MOVE SPACES TO fbg_typeCh
           MOVE " " TO ERROR-MESSAGE
           ACCEPT BUDGET-KEY-SCREEN
           MOVE fbg_typeCh TO WS-RTY-CHECK
           PERFORM CHECK_ROOM_TYPE_EXISTS
           IF fbg_year = 0 OR fbg_month = 0 OR fbg_month > 12 THEN
               MOVE "WRONG YEAR OR MONTH" TO ERROR-MESSAGE
           ELSE
               IF fbg_typeCh = SPACES OR WS-RTY-OK = 0 THEN
                   MOVE "UNKNOWN ROOM TYPE - SEE THE TYPE MASTER"
                       TO ERROR-MESSAGE
               ELSE
                   OPEN I-O fbudget
                       MOVE 0 TO Wtrouve
                       READ fbudget
                           INVALID KEY
                               MOVE 0 TO fbg_room_rev
                               MOVE 0 TO fbg_extra_rev
                               MOVE 0 TO fbg_hours
                               MOVE 0 TO fbg_stays
                           NOT INVALID KEY
                               MOVE 1 TO Wtrouve
                       END-READ
                       MOVE " " TO MENU-VALIDATE
                       ACCEPT BUDGET-EDIT-SCREEN
                       IF MENU-VALIDATE = "Y" OR "y" THEN
                           IF Wtrouve = 1 THEN
                               REWRITE tamp_fbudget
                               MOVE "MODIFY" TO WS-AUDIT-OP
                           ELSE
                               WRITE tamp_fbudget
                               MOVE "ADD" TO WS-AUDIT-OP
                           END-IF
                       END-IF
                   CLOSE fbudget
                   IF MENU-VALIDATE = "Y" OR "y" THEN
                       MOVE "fbudget" TO WS-AUDIT-FILE
                       MOVE fbg_key TO WS-AUDIT-KEY
                       PERFORM AUDIT_LOG
                       MOVE "BUDGET SET" TO ERROR-MESSAGE
                   ELSE
                       MOVE "BUDGET NOT CHANGED" TO ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF.

      * SIGNS ONE SUPPLIER INVOICE OFF FOR PAYMENT. THE THREE-WAY
      * MATCH IS RE-RUN FIRST (A LATE DELIVERY MAY HAVE BEEN BOOKED
      * IN, OR ANOTHER INVOICE APPROVED AGAINST THE SAME LINES,
      * SINCE IT WAS KEYED) AND A BLOCKED INVOICE IS REFUSED WITH
      * ITS REASON. AN APPROVED ONE BILLS ITS QUANTITIES OFF THE PO
      * LINES AND WAITS FOR THE NEXT AP EXPORT.
       APPROVE_SUPPLIER_INVOICE.
           MOVE 0 TO WS-SIN-NUM
           ACCEPT SUP-INVOICE-NUMBER-SCREEN
           MOVE " " TO ERROR-MESSAGE
           MOVE 0 TO Wtrouve
           OPEN INPUT fsinv
               MOVE WS-SIN-NUM TO fsi_numInv
               READ fsinv
                   INVALID KEY
                       MOVE "THIS INVOICE DOESN'T EXIST" TO
                           ERROR-MESSAGE
                   NOT INVALID KEY
                       IF fsi_status > 1 THEN
                           MOVE "INVOICE ALREADY APPROVED" TO
                               ERROR-MESSAGE
                       ELSE
                           MOVE 1 TO Wtrouve
                       END-IF
               END-READ
           CLOSE fsinv
           IF Wtrouve = 1 THEN
               PERFORM MATCH_SUPPLIER_INVOICE
               IF WS-SIN-BAD NOT = 0 THEN
                   MOVE SPACES TO ERROR-MESSAGE
                   STRING "APPROVAL REFUSED - " WS-SIN-REASON
                       DELIMITED BY SIZE INTO ERROR-MESSAGE
               ELSE
                   PERFORM BILL_INVOICE_TO_PO_LINES
                   OPEN I-O fsinv
                       MOVE WS-SIN-NUM TO fsi_numInv
                       READ fsinv
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 2 TO fsi_status
                               MOVE WS-CURRENT-USER-NUM TO
                                   fsi_approved_by
                               MOVE WS-CURRENT-DATE TO fsi_approved
                               REWRITE tamp_fsinv
                               MOVE "fsinv" TO WS-AUDIT-FILE
                               MOVE fsi_numInv TO WS-AUDIT-KEY
                               MOVE "MODIFY" TO WS-AUDIT-OP
                               PERFORM AUDIT_LOG
                       END-READ
                   CLOSE fsinv
                   MOVE "INVOICE APPROVED FOR PAYMENT" TO ERROR-MESSAGE
               END-IF
           END-IF.

      * THREE-WAY MATCH OF INVOICE WS-SIN-NUM: EVERY LINE AGAINST
      * ITS PO LINE - THE QUANTITY BILLED MAY NOT EXCEED WHAT
      * RECEIVE_PO_DELIVERY BOOKED IN AND NO EARLIER APPROVED
      * INVOICE HAS BILLED YET, THE UNIT PRICE MUST AGREE WITH THE
      * ORDER PRICE - AND THE KEYED TOTAL AGAINST THE LINES PLUS
      * VAT, EACH WITHIN fparam "APTL" PERCENT (0 OR MISSING =
      * EXACT). LEAVES WS-SIN-BAD = 0 WHEN CLEAN, ELSE THE FIRST
      * REASON IN WS-SIN-REASON; AN INVOICE NOT YET APPROVED IS
      * REWRITTEN MATCHED (0) OR BLOCKED (1) ACCORDINGLY.
       MATCH_SUPPLIER_INVOICE.
           MOVE "APTL" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-SIN-TOL
           MOVE 0 TO WS-SIN-BAD
           MOVE 0 TO WS-SIN-NET
           MOVE SPACES TO WS-SIN-REASON
           OPEN I-O fsinvl
               MOVE WS-SIN-NUM TO fil_numInv
               START fsinvl KEY IS EQUAL fil_numInv
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-SIN-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-SIN-EOF = 1
                           READ fsinvl NEXT
                               AT END
                                   MOVE 1 TO WS-SIN-EOF
                               NOT AT END
                                   IF fil_numInv NOT = WS-SIN-NUM THEN
                                       MOVE 1 TO WS-SIN-EOF
                                   ELSE
                                       PERFORM MATCH_ONE_INVOICE_LINE
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fsinvl
           OPEN I-O fsinv
               MOVE WS-SIN-NUM TO fsi_numInv
               READ fsinv
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM MATCH_INVOICE_TOTALS
                       IF fsi_status < 2 THEN
                           IF WS-SIN-BAD = 0 THEN
                               MOVE 0 TO fsi_status
                               MOVE " " TO fsi_reason
                           ELSE
                               MOVE 1 TO fsi_status
                               MOVE WS-SIN-REASON TO fsi_reason
                           END-IF
                           REWRITE tamp_fsinv
                           MOVE "fsinv" TO WS-AUDIT-FILE
                           MOVE fsi_numInv TO WS-AUDIT-KEY
                           MOVE "MODIFY" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                       END-IF
               END-READ
           CLOSE fsinv.

      * tamp_fsinvl HOLDS ONE INVOICE LINE (fsinvl OPEN I-O) - ADDS
      * IT TO WS-SIN-NET, CHECKS IT AGAINST ITS PO LINE AND REWRITES
      * ITS fil_match VERDICT.
       MATCH_ONE_INVOICE_LINE.
           MOVE 0 TO fil_match
           COMPUTE WS-SIN-PRICE = fil_price_entier +
               (fil_price_decimal / 100)
           COMPUTE WS-SIN-NET ROUNDED = WS-SIN-NET +
               fil_qty * WS-SIN-PRICE
           MOVE 0 TO Wtrouve
           OPEN INPUT fpod
               MOVE fil_numPd TO fpod_numPd
               READ fpod
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO Wtrouve
               END-READ
           CLOSE fpod
           IF Wtrouve = 0 THEN
               MOVE 1 TO fil_match
               IF WS-SIN-BAD = 0 THEN
                   STRING "PO LINE " fil_numPd " NO LONGER ON FILE"
                       DELIMITED BY SIZE INTO WS-SIN-REASON
               END-IF
           ELSE
               MOVE 0 TO WS-SIN-OPEN-QTY
               IF fpod_qty_received > fpod_qty_invoiced THEN
                   COMPUTE WS-SIN-OPEN-QTY =
                       fpod_qty_received - fpod_qty_invoiced
               END-IF
               COMPUTE WS-SIN-QTY-LIMIT =
                   WS-SIN-OPEN-QTY * (100 + WS-SIN-TOL) / 100
               IF fil_qty > WS-SIN-QTY-LIMIT THEN
                   MOVE 1 TO fil_match
                   IF WS-SIN-BAD = 0 THEN
                       STRING "ITEM " fil_numItem " QTY " fil_qty
                           " > RECEIVED " WS-SIN-OPEN-QTY
                           DELIMITED BY SIZE INTO WS-SIN-REASON
                   END-IF
               ELSE
                   COMPUTE WS-SIN-PO-PRICE = fpod_price_entier +
                       (fpod_price_decimal / 100)
                   COMPUTE WS-SIN-DIFF = WS-SIN-PRICE -
                       WS-SIN-PO-PRICE
                   IF WS-SIN-DIFF < 0 THEN
                       COMPUTE WS-SIN-DIFF = 0 - WS-SIN-DIFF
                   END-IF
                   COMPUTE WS-SIN-ALLOWED =
                       WS-SIN-PO-PRICE * WS-SIN-TOL / 100
                   IF WS-SIN-DIFF > WS-SIN-ALLOWED THEN
                       MOVE 2 TO fil_match
                       IF WS-SIN-BAD = 0 THEN
                           MOVE WS-SIN-PRICE TO WS-SIN-PRICE-ED
                           MOVE WS-SIN-PO-PRICE TO WS-SIN-PO-PRICE-ED
                           STRING "ITEM " fil_numItem " PRICE "
                               WS-SIN-PRICE-ED " VS PO "
                               WS-SIN-PO-PRICE-ED
                               DELIMITED BY SIZE INTO WS-SIN-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF fil_match NOT = 0 THEN
               ADD 1 TO WS-SIN-BAD
           END-IF
           REWRITE tamp_fsinvl.

      * tamp_fsinv HOLDS THE HEADER - REFRESHES fsi_net FROM THE
      * LINES JUST MATCHED AND CHECKS THE TOTAL KEYED FROM THE PAPER
      * AGAINST NET PLUS VAT.
       MATCH_INVOICE_TOTALS.
           MOVE WS-SIN-NET TO fsi_net_entier
           COMPUTE fsi_net_decimal =
               (WS-SIN-NET - fsi_net_entier) * 100
           COMPUTE WS-SIN-VAT = fsi_vat_entier +
               (fsi_vat_decimal / 100)
           COMPUTE WS-SIN-GROSS = WS-SIN-NET + WS-SIN-VAT
           COMPUTE WS-SIN-KEYED = fsi_total_entier +
               (fsi_total_decimal / 100)
           COMPUTE WS-SIN-DIFF = WS-SIN-KEYED - WS-SIN-GROSS
           IF WS-SIN-DIFF < 0 THEN
               COMPUTE WS-SIN-DIFF = 0 - WS-SIN-DIFF
           END-IF
           COMPUTE WS-SIN-ALLOWED = WS-SIN-GROSS * WS-SIN-TOL / 100
           IF WS-SIN-DIFF > WS-SIN-ALLOWED THEN
               IF WS-SIN-BAD = 0 THEN
                   MOVE "TOTAL DISAGREES WITH LINES PLUS VAT" TO
                       WS-SIN-REASON
               END-IF
               ADD 1 TO WS-SIN-BAD
           END-IF.

      * INVOICE WS-SIN-NUM HAS PASSED THE MATCH - BILLS EACH LINE'S
      * QUANTITY OFF ITS PO LINE SO THE SAME DELIVERY CANNOT BE PAID
      * TWICE.
       BILL_INVOICE_TO_PO_LINES.
           OPEN INPUT fsinvl
               MOVE WS-SIN-NUM TO fil_numInv
               START fsinvl KEY IS EQUAL fil_numInv
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-SIN-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-SIN-EOF = 1
                           READ fsinvl NEXT
                               AT END
                                   MOVE 1 TO WS-SIN-EOF
                               NOT AT END
                                   IF fil_numInv NOT = WS-SIN-NUM THEN
                                       MOVE 1 TO WS-SIN-EOF
                                   ELSE
                                       PERFORM BILL_ONE_INVOICE_LINE
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fsinvl.

       BILL_ONE_INVOICE_LINE.
           OPEN I-O fpod
               MOVE fil_numPd TO fpod_numPd
               READ fpod
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD fil_qty TO fpod_qty_invoiced
                       REWRITE tamp_fpod
                       MOVE "fpod" TO WS-AUDIT-FILE
                       MOVE fpod_numPd TO WS-AUDIT-KEY
                       MOVE "MODIFY" TO WS-AUDIT-OP
                       PERFORM AUDIT_LOG
               END-READ
           CLOSE fpod.

      * SUPERVISOR-ONLY (fp_type = 2) OVERRIDE OF A STAFF MEMBER'S
      * LEAVE YEAR - THE YEAR IS OPENED AS USUAL IF IT IS NOT YET,
      * THEN ITS FULL ENTITLEMENT AND CARRY-OVER CAN BE AMENDED
      * (CONTRACT TERMS, A NEGOTIATED CARRY-OVER). THE RECORD KEEPS
      * WHO SET IT IN flv_set_by.
       SET_LEAVE_ENTITLEMENT.
           IF WS-CURRENT-USER-TYPE NOT = 2 THEN
               MOVE "SUPERVISOR ACCESS ONLY" TO ERROR-MESSAGE
           ELSE
               MOVE 0 TO Wvalide
               MOVE 0 TO WS-LV-NUMP
               MOVE WS-CURRENT-YEAR TO WS-LV-YEAR
               PERFORM WITH TEST AFTER UNTIL Wvalide = 1
                   OR MENU-VALIDATE = "N"
                   ACCEPT LEAVE-KEY-SCREEN
                   MOVE " " TO ERROR-MESSAGE
                   OPEN INPUT fpers
                       MOVE WS-LV-NUMP TO fp_numP
                       READ fpers
                           INVALID KEY
                               MOVE "INEXISTING STAFF MEMBER" TO
                                   ERROR-MESSAGE
                           NOT INVALID KEY
                               MOVE fp_dateEmbauche TO WS-LV-HIRE
                               MOVE 1 TO Wvalide
                       END-READ
                   CLOSE fpers
               END-PERFORM
               IF MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y" THEN
                   PERFORM LEAVE_OPEN_YEAR
                   MOVE WS-LV-ENTITLED TO WS-LV-ENT-ENTIER
                   COMPUTE WS-LV-ENT-DECIMAL = (WS-LV-ENTITLED -
                       WS-LV-ENT-ENTIER) * 100
                   MOVE WS-LV-CARRIED TO WS-LV-CAR-ENTIER
                   COMPUTE WS-LV-CAR-DECIMAL = (WS-LV-CARRIED -
                       WS-LV-CAR-ENTIER) * 100
                   MOVE " " TO MENU-VALIDATE
                   ACCEPT LEAVE-YEAR-SCREEN
                   IF MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y" THEN
                       OPEN I-O fleave
                           MOVE WS-LV-NUMP TO flv_numP
                           MOVE WS-LV-YEAR TO flv_year
                           READ fleave
                               INVALID KEY
                                   MOVE "LEAVE YEAR NOT FOUND" TO
                                       ERROR-MESSAGE
                               NOT INVALID KEY
                                   COMPUTE flv_entitled =
                                       WS-LV-ENT-ENTIER +
                                       (WS-LV-ENT-DECIMAL / 100)
                                   COMPUTE flv_carried =
                                       WS-LV-CAR-ENTIER +
                                       (WS-LV-CAR-DECIMAL / 100)
                                   MOVE WS-CURRENT-USER-NUM TO
                                       flv_set_by
                                   REWRITE tamp_fleave
                                   MOVE "LEAVE ENTITLEMENT UPDATED" TO
                                       ERROR-MESSAGE
                                   MOVE "fleave" TO WS-AUDIT-FILE
                                   MOVE flv_key TO WS-AUDIT-KEY
                                   MOVE "MODIFY" TO WS-AUDIT-OP
                                   PERFORM AUDIT_LOG
                           END-READ
                       CLOSE fleave
                   ELSE
                       MOVE "MODIFICATION ABORT" TO ERROR-MESSAGE
                   END-IF
               ELSE
                   MOVE "MODIFICATION ABORT" TO ERROR-MESSAGE
               END-IF
           END-IF.

      * SUPERVISOR-ONLY - (RE)DRAFTS NEXT WEEK'S CLEANING ROSTER ON
      * DEMAND, THROWING AWAY ANY DRAFT ALREADY ON FILE FOR IT, AND
      * PRINTS IT FOR REVIEW.
       DRAFT_ROSTER_PROPOSAL.
           IF WS-CURRENT-USER-TYPE NOT = 2 THEN
               MOVE "SUPERVISOR ACCESS ONLY" TO ERROR-MESSAGE
           ELSE
               MOVE 1 TO WS-RSP-FORCE
               PERFORM RSP_NEXT_WEEK
               PERFORM ROSTER_DRAFT
           END-IF.

      * SUPERVISOR-ONLY REVIEW OF NEXT WEEK'S DRAFT - ONE CLEANER'S
      * SHIFT FOR ONE DAY IS ADDED, RE-TIMED, MOVED TO ANOTHER ZONE
      * OR TAKEN OFF. NOTHING REACHES froster UNTIL THE WEEK IS
      * PUBLISHED.
       EDIT_ROSTER_PROPOSAL.
           IF WS-CURRENT-USER-TYPE NOT = 2 THEN
               MOVE "SUPERVISOR ACCESS ONLY" TO ERROR-MESSAGE
           ELSE
               PERFORM RSP_NEXT_WEEK
               PERFORM RSP_WEEK_STATUS
               IF WS-RSP-EXIST = 1 THEN
                   MOVE "NEXT WEEK'S ROSTER IS ALREADY PUBLISHED" TO
                       ERROR-MESSAGE
               ELSE
                   PERFORM RSP_EDIT_ONE_SHIFT
               END-IF
           END-IF.

      * WS-RSP-WEEK HOLDS THE UNPUBLISHED WEEK - PICKS THE CLEANER
      * AND DAY, THEN TAKES THE SHIFT ITSELF.
       RSP_EDIT_ONE_SHIFT.
           MOVE 0 TO Wvalide
           MOVE 0 TO frs_numP
           MOVE 0 TO frs_weekday
           PERFORM WITH TEST AFTER UNTIL Wvalide = 1
               OR MENU-VALIDATE = "N"
               ACCEPT RSP-KEY-SCREEN
               MOVE " " TO ERROR-MESSAGE
               MOVE 0 TO Wtrouve
               OPEN INPUT fpers
                   MOVE frs_numP TO fp_numP
                   READ fpers
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO Wtrouve
                   END-READ
               CLOSE fpers
               IF Wtrouve = 0 THEN
                   MOVE "INEXISTING STAFF MEMBER" TO ERROR-MESSAGE
               ELSE
                   IF fp_type NOT = 1 OR fp_actif NOT = 1 THEN
                       MOVE "NOT AN ACTIVE CLEANER" TO ERROR-MESSAGE
                   ELSE
                       IF frs_weekday > 6 THEN
                           MOVE "WEEKDAY MUST BE 0 TO 6" TO
                               ERROR-MESSAGE
                       ELSE
                           MOVE 1 TO Wvalide
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y" THEN
               MOVE fp_nom TO WS-RSP-L-NAME
               PERFORM RSP_WEEK_DATES
               MOVE WS-RSP-WEEK TO frs_week
               MOVE 0 TO Wtrouve
               OPEN INPUT frsp
                   READ frsp
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO Wtrouve
                   END-READ
               CLOSE frsp
               IF Wtrouve = 0 THEN
                   PERFORM RSP_LOAD_STAFF
                   MOVE WS-RSP-START-HOURS TO frs_start_hours
                   MOVE 0 TO frs_start_minute
                   COMPUTE frs_end_hours = WS-RSP-START-HOURS +
                       WS-RSP-SHIFT-HOURS
                   IF frs_end_hours > 23 THEN
                       MOVE 23 TO frs_end_hours
                   END-IF
                   MOVE 0 TO frs_end_minute
                   MOVE 0 TO frs_zone
               END-IF
               MOVE "N" TO WS-RSP-REMOVE
               MOVE " " TO MENU-VALIDATE
               ACCEPT RSP-SHIFT-SCREEN
               IF MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y" THEN
                   PERFORM RSP_SAVE_SHIFT
               ELSE
                   MOVE "MODIFICATION ABORT" TO ERROR-MESSAGE
               END-IF
           ELSE
               MOVE "MODIFICATION ABORT" TO ERROR-MESSAGE
           END-IF.

      * tamp_frsp HOLDS THE AMENDED SHIFT (Wtrouve = 1 WHEN IT WAS
      * ALREADY ON FILE) - REMOVES, REWRITES OR ADDS IT.
       RSP_SAVE_SHIFT.
           MOVE WS-RSP-D-DATE(frs_weekday + 1) TO frs_date
           MOVE 0 TO frs_status
           MOVE WS-CURRENT-USER-NUM TO frs_by
           MOVE "frsp" TO WS-AUDIT-FILE
           MOVE frs_key TO WS-AUDIT-KEY
           IF WS-RSP-REMOVE = "Y" OR WS-RSP-REMOVE = "y" THEN
               IF Wtrouve = 1 THEN
                   OPEN I-O frsp
                       DELETE frsp
                   CLOSE frsp
                   MOVE "SHIFT REMOVED" TO ERROR-MESSAGE
                   MOVE "DELETE" TO WS-AUDIT-OP
                   PERFORM AUDIT_LOG
               ELSE
                   MOVE "NO SUCH SHIFT" TO ERROR-MESSAGE
               END-IF
           ELSE
               IF frs_start_hours > 23 OR frs_end_hours > 23 OR
                   frs_start_minute > 59 OR frs_end_minute > 59 THEN
                   MOVE "INVALID TIME" TO ERROR-MESSAGE
               ELSE
                   IF frs_end_hours * 60 + frs_end_minute <=
                       frs_start_hours * 60 + frs_start_minute THEN
                       MOVE "END TIME BEFORE START TIME" TO
                           ERROR-MESSAGE
                   ELSE
                       OPEN I-O frsp
                           IF Wtrouve = 1 THEN
                               REWRITE tamp_frsp
                               MOVE "MODIFY" TO WS-AUDIT-OP
                           ELSE
                               WRITE tamp_frsp
                               MOVE "ADD" TO WS-AUDIT-OP
                           END-IF
                       CLOSE frsp
                       MOVE "SHIFT SAVED" TO ERROR-MESSAGE
                       PERFORM AUDIT_LOG
                   END-IF
               END-IF
           END-IF.

      * SUPERVISOR-ONLY - PUTS NEXT WEEK'S REVIEWED DRAFT LIVE IN ONE
      * STEP: EVERY ACTIVE CLEANER'S froster ROWS ARE REPLACED BY
      * THEIR SHIFTS FOR THE WEEK, THE SHIFTS ARE MARKED PUBLISHED
      * AND THE STAFF-ROOM ROSTER PRINTS. A CLEANER WITH NO SHIFT
      * THAT WEEK GETS A SINGLE ZERO-LENGTH SATURDAY ROW, SO THE
      * ASSIGNMENT SEES THEM AS ROSTERED OFF RATHER THAN AS HAVING
      * NO ROSTER (WHICH MEANS ALWAYS AVAILABLE).
       PUBLISH_ROSTER_PROPOSAL.
           IF WS-CURRENT-USER-TYPE NOT = 2 THEN
               MOVE "SUPERVISOR ACCESS ONLY" TO ERROR-MESSAGE
           ELSE
               PERFORM RSP_NEXT_WEEK
               PERFORM RSP_WEEK_STATUS
               IF WS-RSP-ROWS = 0 THEN
                   MOVE "NO ROSTER DRAFT FOR NEXT WEEK" TO
                       ERROR-MESSAGE
               ELSE
                   IF WS-RSP-EXIST = 1 THEN
                       MOVE "NEXT WEEK'S ROSTER IS ALREADY PUBLISHED"
                           TO ERROR-MESSAGE
                   ELSE
                       MOVE " " TO MENU-VALIDATE
                       ACCEPT RSP-PUBLISH-SCREEN
                       IF MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y"
                           THEN
                           PERFORM RSP_PUBLISH_WEEK
                       ELSE
                           MOVE "PUBLICATION ABORT" TO ERROR-MESSAGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * WS-RSP-WEEK HOLDS THE REVIEWED, UNPUBLISHED WEEK.
       RSP_PUBLISH_WEEK.
           PERFORM RSP_WEEK_DATES
           PERFORM RSP_LOAD_STAFF
           OPEN I-O froster
               MOVE 0 TO WS-RSP-IDX
               PERFORM WITH TEST BEFORE UNTIL WS-RSP-IDX = WS-RSP-CNT
                   ADD 1 TO WS-RSP-IDX
                   MOVE 0 TO WS-RSP-S-PICK(WS-RSP-IDX)
                   PERFORM RSP_CLEAR_STAFF_ROSTER
               END-PERFORM
               OPEN I-O frsp
                   MOVE WS-RSP-WEEK TO frs_week
                   MOVE 0 TO frs_numP
                   MOVE 0 TO frs_weekday
                   START frsp KEY IS NOT LESS THAN frs_key
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 0 TO WS-RSP-EOF
                           PERFORM WITH TEST AFTER UNTIL WS-RSP-EOF = 1
                               READ frsp NEXT
                                   AT END
                                       MOVE 1 TO WS-RSP-EOF
                                   NOT AT END
                                       IF frs_week NOT = WS-RSP-WEEK
                                           THEN
                                           MOVE 1 TO WS-RSP-EOF
                                       ELSE
                                           PERFORM RSP_PUBLISH_SHIFT
                                       END-IF
                               END-READ
                           END-PERFORM
                   END-START
               CLOSE frsp
               MOVE 0 TO WS-RSP-IDX
               PERFORM WITH TEST BEFORE UNTIL WS-RSP-IDX = WS-RSP-CNT
                   ADD 1 TO WS-RSP-IDX
                   IF WS-RSP-S-PICK(WS-RSP-IDX) = 0 THEN
                       PERFORM GET_LASTID_ROSTER
                       MOVE WS-RSP-S-NUMP(WS-RSP-IDX) TO fro_numP
                       MOVE 0 TO fro_weekday
                       MOVE 0 TO fro_start_hours
                       MOVE 0 TO fro_start_minute
                       MOVE 0 TO fro_end_hours
                       MOVE 0 TO fro_end_minute
                       PERFORM RSP_WRITE_ROSTER_ROW
                   END-IF
               END-PERFORM
           CLOSE froster
           MOVE "frsp" TO WS-AUDIT-FILE
           MOVE WS-RSP-WEEK TO WS-AUDIT-KEY
           MOVE "PUBLISH" TO WS-AUDIT-OP
           PERFORM AUDIT_LOG
           MOVE 0 TO WS-RSP-DRAFTED
           PERFORM RSP_PRINT_ROSTER
           MOVE "ROSTER PUBLISHED" TO ERROR-MESSAGE.

      * WS-RSP-IDX IS AN ACTIVE CLEANER (froster OPEN I-O) - DELETES
      * ALL THEIR CURRENT ROSTER ROWS.
       RSP_CLEAR_STAFF_ROSTER.
           MOVE WS-RSP-S-NUMP(WS-RSP-IDX) TO WS-RSP-NUMP
           MOVE WS-RSP-NUMP TO fro_numP
           START froster KEY IS EQUAL fro_numP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-RSP-EOF
                   PERFORM WITH TEST AFTER UNTIL WS-RSP-EOF = 1
                       READ froster NEXT
                           AT END
                               MOVE 1 TO WS-RSP-EOF
                           NOT AT END
                               IF fro_numP NOT = WS-RSP-NUMP THEN
                                   MOVE 1 TO WS-RSP-EOF
                               ELSE
                                   DELETE froster
                                   MOVE "froster" TO WS-AUDIT-FILE
                                   MOVE fro_numRo TO WS-AUDIT-KEY
                                   MOVE "DELETE" TO WS-AUDIT-OP
                                   PERFORM AUDIT_LOG
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

      * tamp_frsp HOLDS ONE OF THE WEEK'S SHIFTS (frsp AND froster
      * OPEN I-O) - BECOMES A froster ROW AND IS MARKED PUBLISHED.
       RSP_PUBLISH_SHIFT.
           MOVE frs_numP TO WS-RSP-NUMP
           PERFORM RSP_FIND_STAFF
           IF WS-RSP-HIT = 1 THEN
               MOVE 1 TO WS-RSP-S-PICK(WS-RSP-IDX2)
           END-IF
           PERFORM GET_LASTID_ROSTER
           MOVE frs_numP TO fro_numP
           MOVE frs_weekday TO fro_weekday
           MOVE frs_start_hours TO fro_start_hours
           MOVE frs_start_minute TO fro_start_minute
           MOVE frs_end_hours TO fro_end_hours
           MOVE frs_end_minute TO fro_end_minute
           PERFORM RSP_WRITE_ROSTER_ROW
           MOVE 1 TO frs_status
           REWRITE tamp_frsp.

      * tamp_froster HOLDS THE NEW ROW (froster OPEN I-O).
       RSP_WRITE_ROSTER_ROW.
           WRITE tamp_froster
               INVALID KEY
                   MOVE "ROSTER WRITE ERROR" TO ERROR-MESSAGE
               NOT INVALID KEY
                   MOVE "froster" TO WS-AUDIT-FILE
                   MOVE fro_numRo TO WS-AUDIT-KEY
                   MOVE "ADD" TO WS-AUDIT-OP
                   PERFORM AUDIT_LOG
           END-WRITE.
