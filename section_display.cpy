                                         fm_reel_fin_minute) -
                                         (fm_reel_debut_hours * 60 +
                                         fm_reel_debut_minute)
                                      PERFORM DST_MISSION_CORRECTION
                                      IF WS-PERF-ONE-DURATION +
                                         WS-DST-ADJ >= 0 THEN
                                         ADD WS-DST-ADJ TO
                                            WS-PERF-ONE-DURATION
                                      END-IF
                                      ADD 1 TO WS-PERF-TIMED-MISSIONS
                                      ADD WS-PERF-ONE-DURATION TO
                                         WS-PERF-TOTAL-MINUTES
               ELSE
                   MOVE " " TO ERROR-MESSAGE
               END-IF
               PERFORM ACCESS_LOG_CLIENT_PAGE
               PERFORM IDLE_ARM
               ACCEPT DISP-CLIENT-SCREEN WITH TIME-OUT WS-IDL-WAIT
               PERFORM IDLE_CHECK
               IF WS-IDL-TIMED = 1 THEN
                   MOVE "X" TO WS-PAGE-NAV
               END-IF
               EVALUATE WS-PAGE-NAV
                   WHEN "N"
                   WHEN "n"
               END-EVALUATE
           END-PERFORM.

      * THE PAGE ABOUT TO BE SHOWN - ONE ACCESS LINE PER CLIENT ON
      * IT.
       ACCESS_LOG_CLIENT_PAGE.
           MOVE "CLILIST" TO WS-ACC-SCREEN
           MOVE "C" TO WS-ACC-TYPE
           PERFORM VARYING WS-ACC-PG FROM 1 BY 1
               UNTIL WS-ACC-PG > WS-PAGE-COUNT
               EVALUATE WS-ACC-PG
                   WHEN 1
                       MOVE 1fcl_numCl TO WS-ACC-NUM
                   WHEN 2
                       MOVE 2fcl_numCl TO WS-ACC-NUM
                   WHEN 3
                       MOVE 3fcl_numCl TO WS-ACC-NUM
                   WHEN 4
                       MOVE 4fcl_numCl TO WS-ACC-NUM
                   WHEN 5
                       MOVE 5fcl_numCl TO WS-ACC-NUM
                   WHEN 6
                       MOVE 6fcl_numCl TO WS-ACC-NUM
               END-EVALUATE
               PERFORM ACCESS_LOG
           END-PERFORM.

      * FILLS 1tamp_fcli..6tamp_fcli WITH UP TO SIX CLIENTS STARTING
      * AFTER WS-PAGE-SKIP-CLI RECORDS, RESCANNING fcli FROM THE TOP
      * EACH CALL - LEAVES THE ACTUAL NUMBER FILLED IN WS-PAGE-COUNT.
           CLOSE fcli.


      * SHOP-WIDE "RIGHT NOW" OCCUPANCY OF EVERY ROOM IN fch (A
      * RETIRED ROOM IS LEFT OFF THE LIST)
       DISPLAY_OCCUPANCY.
           MOVE 0 TO Wdisp
           OPEN INPUT fch
                               ACCEPT DISP-OCCUPANCY-SCREEN
                           END-IF
                       NOT AT END
                           IF fc_retired = 0 OR
                               fc_retired > WS-CURRENT-DATE THEN
                               PERFORM DETERMINE_ROOM_OCCUPANCY
                               ADD 1 TO Wdisp
                               EVALUATE Wdisp
                                   WHEN 1
                                       MOVE fc_numCh TO 1occ_numCh
                                       MOVE fc_typeCh TO 1occ_typeCh
                                       MOVE WS-OCC-STATUS TO 1occ_status
                                   WHEN 2
                                       MOVE fc_numCh TO 2occ_numCh
                                       MOVE fc_typeCh TO 2occ_typeCh
                                       MOVE WS-OCC-STATUS TO 2occ_status
                                   WHEN 3
                                       MOVE fc_numCh TO 3occ_numCh
                                       MOVE fc_typeCh TO 3occ_typeCh
                                       MOVE WS-OCC-STATUS TO 3occ_status
                                   WHEN 4
                                       MOVE fc_numCh TO 4occ_numCh
                                       MOVE fc_typeCh TO 4occ_typeCh
                                       MOVE WS-OCC-STATUS TO 4occ_status
                                   WHEN 5
                                       MOVE fc_numCh TO 5occ_numCh
                                       MOVE fc_typeCh TO 5occ_typeCh
                                       MOVE WS-OCC-STATUS TO 5occ_status
                                   WHEN 6
                                       MOVE fc_numCh TO 6occ_numCh
                                       MOVE fc_typeCh TO 6occ_typeCh
                                       MOVE WS-OCC-STATUS TO 6occ_status
                                       MOVE 0 TO Wdisp
                                       DISPLAY DISP-OCCUPANCY-SCREEN
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fch.
           MOVE WS-CURRENT-DAY TO WS-NOW-DAY
           MOVE WS-CURRENT-HOURS TO WS-NOW-HOURS
           MOVE WS-CURRENT-MINUTE TO WS-NOW-MINUTE
           PERFORM DETERMINE_OCCUPANCY_AT.

      * SAME AS DETERMINE_ROOM_OCCUPANCY BUT AT WHATEVER MOMENT THE
      * CALLER PUT IN WS-NOW-DATETIME. WHEN THE ANSWER IS "OCCUPIED"
      * OR "CLEANING", tamp_fresa IS LEFT ON THE STAY THAT COVERS IT.
       DETERMINE_OCCUPANCY_AT.
           MOVE "FREE" TO WS-OCC-STATUS
           MOVE 0 TO Wstop
           OPEN INPUT fresa
      * (LIVE) AND fresaarch (ARCHIVED) RESERVATION FOR THAT CLIENT VIA
      * THE fr_numCl/fra_numCl ALTERNATE KEYS, PAGED SIX AT A TIME.
       CLIENT_HISTORY.
           PERFORM MASK_CLIENT_TEL
           PERFORM IDLE_ARM
           ACCEPT SRCH-CLI-SCREEN WITH TIME-OUT WS-IDL-WAIT
           MOVE " " TO ERROR-MESSAGE
           PERFORM IDLE_CHECK
           IF WS-IDL-TIMED = 0 THEN
               PERFORM CLIENT_HISTORY_LIST
           END-IF.

      * A HISTORY PAGE LEFT UNANSWERED ENDS THE LISTING THERE - THE
      * ARCHIVE PASS AND THE FOLLOW-ON SCREENS ARE THEN SKIPPED.
       CLIENT_HISTORY_LIST.
           MOVE "CLIHIST" TO WS-ACC-SCREEN
           MOVE "C" TO WS-ACC-TYPE
           MOVE fcl_numCl TO WS-ACC-NUM
           PERFORM ACCESS_LOG
           MOVE 0 TO Wdisp
           OPEN INPUT fresa
               MOVE fcl_numCl TO fr_numCl
                       END-PERFORM
               END-START
           CLOSE fresa
           IF WS-IDL-TIMED = 0 THEN
               PERFORM CLIENT_HISTORY_ARCH
           END-IF
           IF WS-IDL-TIMED = 0 THEN
               IF Wdisp = 0 THEN
                   MOVE "NO RESERVATION HISTORY FOR THIS CLIENT" TO
                       ERROR-MESSAGE
               END-IF
               PERFORM IDLE_ARM
               ACCEPT DISP-CLIENT-HISTORY-SCREEN
                   WITH TIME-OUT WS-IDL-WAIT
               PERFORM IDLE_CHECK
           END-IF
           IF WS-IDL-TIMED = 0 THEN
               PERFORM DISPLAY_LOYALTY_STATEMENT
               PERFORM DISPLAY_CLIENT_INCIDENTS
               MOVE fcl_numCl TO WS-CNT-FIND-CL
               PERFORM SHOW_CLIENT_ALERT_NOTES
               MOVE fcl_numCl TO fcn_numCl
               PERFORM OFFER_CLIENT_NOTE
           END-IF.

       CLIENT_HISTORY_ARCH.
           OPEN INPUT fresaarch
               MOVE fcl_numCl TO fra_numCl
               START fresaarch KEY IS EQUAL fra_numCl
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fresaarch.

      * fcn_numCl MUST HOLD THE CLIENT - TAKES AN OPTIONAL NOTE
      * (BLANK SKIPS) AND FILES IT TIMESTAMPED WITH THE WRITING
                   MOVE fr_date_fin_date TO 6hist_date_fin
                   MOVE "LIVE" TO 6hist_source
                   MOVE 0 TO Wdisp
                   PERFORM IDLE_ARM
                   ACCEPT DISP-CLIENT-HISTORY-SCREEN
                       WITH TIME-OUT WS-IDL-WAIT
                   PERFORM IDLE_CHECK
                   IF WS-IDL-TIMED = 1 THEN
                       MOVE 1 TO Wstop
                   END-IF
           END-EVALUATE.

      * fra_* CURRENTLY HOLDS AN ARCHIVED RESERVATION MATCHING fcl_numCl
                   MOVE fra_date_fin_date TO 6hist_date_fin
                   MOVE "ARCH" TO 6hist_source
                   MOVE 0 TO Wdisp
                   PERFORM IDLE_ARM
                   ACCEPT DISP-CLIENT-HISTORY-SCREEN
                       WITH TIME-OUT WS-IDL-WAIT
                   PERFORM IDLE_CHECK
                   IF WS-IDL-TIMED = 1 THEN
                       MOVE 1 TO Wstop
                   END-IF
           END-EVALUATE.

      * RANKS EVERY fc_numCh BY TOTAL RESERVATION COUNT (TIES BROKEN
                                           fr_duree_hours +
                                           (fr_duree_minute / 60)
                                           + (fr_nights * 24)
                                       PERFORM DST_STAY_CORRECTION
                                       ADD WS-DST-HOURS TO
                                           WS-REV-DURATION
                                       COMPUTE WS-REV-AMOUNT =
                                           WS-REV-PRICE *
                                           WS-REV-DURATION
      * USES THE SAME PRICE x DURATION MATH AS TALLY_ROOM_BOOKINGS,
      * PICKING WEEKDAY/WEEKEND VIA GET_ROOM_RATE_FOR_DATE.
       DISPLAY_RESA_CONFIRMATION.
           MOVE fr_plan TO WS-RPL-ARM
           PERFORM GET_ROOM_RATE_FOR_DATE
           COMPUTE WS-REV-DURATION =
               fr_duree_hours + (fr_duree_minute / 60)
               + (fr_nights * 24)
           PERFORM DST_STAY_CORRECTION
           ADD WS-DST-HOURS TO WS-REV-DURATION
           COMPUTE WS-REV-NET =
               (WS-REV-PRICE * WS-REV-DURATION)
               - fr_discount_entier - (fr_discount_decimal / 100)
      * GROUP RUNS OUT, SO tamp_finv IS LEFT ON THE MOST RECENT
      * INVOICE FOR THAT STAY (A STAY NORMALLY ONLY HAS ONE), THEN
      * SHOWS THE SAME INVOICE-SCREEN GENERATE_INVOICE PRINTS AT
      * CHECKOUT - THE STORED FIGURES, NOT A RECOMPUTE. A STAY WHOSE
      * INVOICES HAVE GONE TO finvarch IS FOUND THERE THE SAME WAY.
       REPRINT_INVOICE.
           MOVE 0 TO fi_numResa
           ACCEPT INVOICE-REPRINT-SCREEN
                       END-PERFORM
               END-START
           CLOSE finv
           IF Wtrouve = 0 THEN
               OPEN INPUT finvarch
                   MOVE WS-INV-FIND-RESA TO fia_numResa
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
                                           WS-INV-FIND-RESA THEN
                                           MOVE 1 TO Wstop
                                       ELSE
                                           MOVE tamp_finvarch TO
                                               1tamp_finv
                                           MOVE 1 TO Wtrouve
                                       END-IF
                               END-READ
                           END-PERFORM
                   END-START
               CLOSE finvarch
           END-IF
           IF Wtrouve = 1 THEN
               MOVE 1tamp_finv TO tamp_finv
               MOVE fi_plan TO WS-RPL-CODE
               PERFORM READ_RATE_PLAN
               PERFORM PKG_INVOICE_LINE
               ACCEPT INVOICE-SCREEN
           ELSE
               MOVE "NO INVOICE FOR THIS RESERVATION" TO
                   ERROR-MESSAGE
           END-IF.

      * REISSUES A CREDIT NOTE FROM ITS NUMBER - THE STORED FIGURES ON
      * THE SAME CREDIT-NOTE-SCREEN WRITE_CREDIT_NOTE SHOWS AT ISSUE.
       REPRINT_CREDIT_NOTE.
           MOVE 0 TO fav_numAv
           ACCEPT CREDIT-NOTE-REPRINT-SCREEN
           MOVE " " TO ERROR-MESSAGE
           MOVE 0 TO Wtrouve
           OPEN INPUT favoir
               READ favoir
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO Wtrouve
               END-READ
           CLOSE favoir
           IF Wtrouve = 1 THEN
               ACCEPT CREDIT-NOTE-SCREEN
           ELSE
               MOVE "THIS CREDIT NOTE DOESN'T EXIST" TO ERROR-MESSAGE
           END-IF.

      * RIGHT-OF-ACCESS EXTRACT - EVERYTHING THE HOUSE HOLDS ON ONE
      * CLIENT, WALKED STORE BY STORE INTO A SINGLE SPOOL DOCUMENT
      * WITH A COMPLETENESS TRAILER NAMING EVERY FILE SCANNED, SO
      * AFTERNOON OF HAND-GREPPING.
       SUBJECT_ACCESS_EXTRACT.
           OPEN INPUT fcli
               PERFORM MASK_CLIENT_TEL
               ACCEPT SRCH-CLI-SCREEN
               MOVE " " TO ERROR-MESSAGE
               READ fcli
           IF fcl_numCl NOT = 0 THEN
               MOVE fcl_numCl TO WS-SAR-CL
               MOVE 0 TO WS-SAR-CNT
               MOVE "SAR" TO WS-ACC-SCREEN
               MOVE "C" TO WS-ACC-TYPE
               MOVE WS-SAR-CL TO WS-ACC-NUM
               PERFORM ACCESS_LOG
               MOVE "SAR" TO WS-RPT-CODE
               MOVE "SUBJECT ACCESS EXTRACT" TO WS-RPT-TITLE
               PERFORM BEGIN_REPORT
               PERFORM MASK_CLIENT_TEL
               MOVE SPACES TO WS-RPT-LINE
               STRING "CLIENT " WS-SAR-CL " "
                   FUNCTION TRIM(fcl_nom) " "
                   FUNCTION TRIM(fcl_prenom) " TEL " WS-MSK-TEL
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM REPORT_LINE
               MOVE SPACES TO WS-RPT-LINE
               PERFORM SAR_AUDIT_LINES
               MOVE SPACES TO WS-RPT-LINE
               STRING "FILES SCANNED: fcli fresa fresaarch finv"
                   " finvarch fpay fpayarch fcanc floy"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM REPORT_LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "               finc fwait fquote fgrp fcnote"
                   " fcontact faudit"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM REPORT_LINE
               PERFORM END_REPORT
           CLOSE fresaarch.

      * PAYMENT LINES THROUGH EACH REMEMBERED STAY'S fy_numResa
      * GROUP, AND THE INVOICES FILED ON THE CLIENT - LIVE FILES
      * FIRST, THEN THE LINES OF ARCHIVED STAYS IN fpayarch AND
      * finvarch.
       SAR_PAYMENTS.
           MOVE "-- PAYMENTS --" TO WS-RPT-LINE
           PERFORM REPORT_LINE
                           END-PERFORM
                   END-START
               CLOSE fpay
               PERFORM SAR_PAYMENTS_ARCH
           END-PERFORM
           MOVE "-- INVOICES --" TO WS-RPT-LINE
           PERFORM REPORT_LINE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE finv
           OPEN INPUT finvarch
               MOVE WS-SAR-CL TO fia_numCl
               START finvarch KEY IS EQUAL fia_numCl
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wfin
                       PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           READ finvarch NEXT
                               AT END
                                   MOVE 1 TO Wfin
                               NOT AT END
                                   IF fia_numCl NOT = WS-SAR-CL THEN
                                       MOVE 1 TO Wfin
                                   ELSE
                                       MOVE tamp_finvarch TO tamp_finv
                                       MOVE SPACES TO WS-RPT-LINE
                                       STRING "INVOICE " fi_numInv
                                           " RESA " fi_numResa
                                           " TOTAL " fi_total " ON "
                                           fi_date
                                           DELIMITED BY SIZE INTO
                                           WS-RPT-LINE
                                       PERFORM REPORT_LINE
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE finvarch.

      * THE ARCHIVED PAYMENT LINES OF REMEMBERED STAY WS-SAR-IDX.
       SAR_PAYMENTS_ARCH.
           OPEN INPUT fpayarch
               MOVE WS-SAR-RESA(WS-SAR-IDX) TO fya_numResa
               START fpayarch KEY IS EQUAL fya_numResa
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wfin
                       PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           READ fpayarch NEXT
                               AT END
                                   MOVE 1 TO Wfin
                               NOT AT END
                                   IF fya_numResa NOT =
                                       WS-SAR-RESA(WS-SAR-IDX) THEN
                                       MOVE 1 TO Wfin
                                   ELSE
                                       MOVE tamp_fpayarch TO tamp_fpay
                                       MOVE SPACES TO WS-RPT-LINE
                                       STRING "PAY " fy_numPay
                                           " RESA " fy_numResa " "
                                           fy_amount " METHOD "
                                           fy_method " KIND " fy_kind
                                           DELIMITED BY SIZE INTO
                                           WS-RPT-LINE
                                       PERFORM REPORT_LINE
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fpayarch.

      * CANCELLATIONS, LOYALTY MOVEMENTS, INCIDENTS, WAITLIST,
      * QUOTES, GROUPS, NOTES AND CONTACT CHANNELS.
           PERFORM END_REPORT.

      * WS-EVA-ZONE HOLDS THE FLOOR BEING SWEPT - ROOMS OF THAT
      * ZONE ONLY, LOCKED READS AND RETIRED ROOMS SKIPPED.
       EVAC_SWEEP_ONE_ZONE.
           OPEN INPUT fch
               MOVE 0 TO Wfin
                           IF cr_fch = "51" OR cr_fch = "99" THEN
                               CONTINUE
                           ELSE
                               IF fc_zone = WS-EVA-ZONE AND
                                   (fc_retired = 0 OR
                                   fc_retired > WS-CURRENT-DATE) THEN
                                   IF fc_status NOT = 0 THEN
                                       ADD 1 TO WS-EVA-OOS
                                       MOVE SPACES TO WS-RPT-LINE
                                                       CONTINUE
                                               END-READ
                                           CLOSE fcli
                                           MOVE "EVACLIST" TO
                                               WS-ACC-SCREEN
                                           MOVE "C" TO WS-ACC-TYPE
                                           MOVE fr_numCl TO
                                               WS-ACC-NUM
                                           PERFORM ACCESS_LOG
                                           MOVE SPACES TO
                                               WS-RPT-LINE
                                           STRING "ZONE "
       IDENTITY_INQUIRY.
           MOVE ZEROS TO WS-IDR-FROM-DATE
           MOVE WS-CURRENT-DATE TO WS-IDR-TO-DATE
           PERFORM IDLE_ARM
           ACCEPT IDENTITY-INQUIRY-SCREEN WITH TIME-OUT WS-IDL-WAIT
           MOVE " " TO ERROR-MESSAGE
           PERFORM IDLE_CHECK
           IF WS-IDL-TIMED = 0 THEN
               PERFORM IDENTITY_INQUIRY_LIST
           END-IF.

      * WS-IDR-FROM-DATE/WS-IDR-TO-DATE HOLD THE RANGE AS KEYED.
       IDENTITY_INQUIRY_LIST.
           MOVE 0 TO WS-IDR-FOUND
           DISPLAY "IDENTITY REGISTER - DATE/RESA/NAME/DOC/"
               "NATIONALITY"
                                       MOVE 1 TO Wstop
                                   ELSE
                                       ADD 1 TO WS-IDR-FOUND
                                       PERFORM MASK_IDENTITY_DOC
                                       MOVE "IDINQUIRY" TO
                                           WS-ACC-SCREEN
                                       PERFORM ACCESS_LOG_IDENTITY
                                       DISPLAY fir_date " "
                                           fir_numResa " "
                                           FUNCTION TRIM(fir_nom)
                                           fir_prenom) " "
                                           fir_doc_type "/"
                                           FUNCTION TRIM(
                                           WS-MSK-DOC) " "
                                           FUNCTION TRIM(
                                           fir_nationality)
                                   END-IF
               DISPLAY "NO YIELD BANDS CONFIGURED"
           END-IF.

      * CONSOLE LISTING OF THE CLOCK-CHANGE TABLE - SAME PLAIN
      * DISPLAY STYLE AS DISPLAY_YIELD_BANDS.
       DISPLAY_CLOCK_CHANGES.
           DISPLAY "CLOCK CHANGES - DATE/HOUR/DIRECTION/MINUTES/SET BY"
           MOVE 0 TO Wtrouve
           OPEN INPUT fdst
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fdst NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE 1 TO Wtrouve
                           IF fcc_dir = 1 THEN
                               DISPLAY fcc_date " " fcc_hours
                                   "h00 FORWARD " fcc_minutes " "
                                   fcc_set_by
                           ELSE
                               DISPLAY fcc_date " " fcc_hours
                                   "h00 BACK    " fcc_minutes " "
                                   fcc_set_by
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fdst
           IF Wtrouve = 0 THEN
               DISPLAY "NO CLOCK CHANGES CONFIGURED"
           END-IF.

      * RUNS THE CROSSING REPORT OVER EVERY DATE ON THE TABLE.
       DISPLAY_CLOCK_CROSSINGS.
           MOVE 0 TO WS-DST-RPT-FROM
           MOVE 99999999 TO WS-DST-RPT-TO
           PERFORM DST_CROSSING_REPORT.

      * CONSOLE LISTING OF THE PACKAGE MASTER - HEADER THEN ONE LINE
      * PER COMPONENT, SAME PLAIN DISPLAY STYLE AS DISPLAY_YIELD_BANDS.
       DISPLAY_PACKAGES.
           DISPLAY "PACKAGES - CODE/NAME/HOURS/PRICE/SPLIT/STATUS"
           MOVE 0 TO Wtrouve
           OPEN INPUT fpkg
               MOVE 0 TO WS-PKG-EOF
               PERFORM WITH TEST AFTER UNTIL WS-PKG-EOF = 1
                   READ fpkg NEXT
                       AT END
                           MOVE 1 TO WS-PKG-EOF
                       NOT AT END
                           MOVE 1 TO Wtrouve
                           MOVE fbn_price TO WS-PKG-PRICE-ED
                           DISPLAY fbn_code " " fbn_name " "
                               fbn_hours "h " WS-PKG-PRICE-ED " "
                               fbn_rule " " fbn_status
                           IF fbn_typeCh NOT = SPACES THEN
                               DISPLAY "    ROOM TYPE " fbn_typeCh
                           END-IF
                           PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
                               UNTIL WS-PKG-IDX > 5
                               IF fbn_kind(WS-PKG-IDX) NOT = 0 THEN
                                   DISPLAY "    "
                                       fbn_kind(WS-PKG-IDX) " "
                                       fbn_class(WS-PKG-IDX) " "
                                       fbn_label(WS-PKG-IDX) " "
                                       fbn_value(WS-PKG-IDX) " x"
                                       fbn_qty(WS-PKG-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
           CLOSE fpkg
           IF Wtrouve = 0 THEN
               DISPLAY "NO PACKAGES CONFIGURED"
           END-IF.

      * CONSOLE LISTING OF THE RATE PLAN MASTER - TERMS AT A GLANCE,
      * SAME PLAIN DISPLAY STYLE AS DISPLAY_YIELD_BANDS.
       DISPLAY_RATE_PLANS.
           DISPLAY "RATE PLANS - CODE/NAME/ADJ/PREPAY%/FREE H/"
               "LATE%/NO-SHOW%/STATUS"
           MOVE 0 TO Wtrouve
           OPEN INPUT frplan
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ frplan NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE 1 TO Wtrouve
                           IF frp_adj_mode = 0 THEN
                               MOVE "-" TO WS-RPL-SIGN
                           ELSE
                               MOVE "+" TO WS-RPL-SIGN
                           END-IF
                           DISPLAY frp_code " " frp_nom " "
                               WS-RPL-SIGN frp_adj_pct "% "
                               frp_prepay_pct " " frp_free_hours " "
                               frp_late_pct " " frp_noshow_pct " "
                               frp_status
                   END-READ
               END-PERFORM
           CLOSE frplan
           IF Wtrouve = 0 THEN
               DISPLAY "NO RATE PLANS CONFIGURED"
           END-IF.

      * LISTS THE MARKET SEGMENT TABLE, WITHDRAWN ONES INCLUDED - SAME
      * CONSOLE STYLE AS DISPLAY_RATE_PLANS.
       DISPLAY_MARKET_SEGMENTS.
           DISPLAY "MARKET SEGMENTS - CODE/LABEL/STATUS"
           MOVE 0 TO Wtrouve
           OPEN INPUT fseg
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fseg NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE 1 TO Wtrouve
                           DISPLAY fsg_code " " fsg_label " "
                               fsg_status
                   END-READ
               END-PERFORM
           CLOSE fseg
           IF Wtrouve = 0 THEN
               DISPLAY "NO MARKET SEGMENTS CONFIGURED"
           END-IF.

      * LISTS THE GUEST MESSAGE WORDINGS BY TYPE AND LANGUAGE - SAME
      * CONSOLE STYLE AS DISPLAY_RATE_PLANS.
       DISPLAY_MESSAGE_TEMPLATES.
           PERFORM GET_HOUSE_LANGUAGE
           DISPLAY "MESSAGE TEMPLATES - TYPE/LANGUAGE/TEXT (HOUSE "
               "LANGUAGE " WS-LNG-HOUSE ")"
           MOVE 0 TO Wtrouve
           OPEN INPUT ftmpl
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ ftmpl NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE 1 TO Wtrouve
                           DISPLAY ftm_type " " ftm_lang " "
                               FUNCTION TRIM(ftm_text)
                   END-READ
               END-PERFORM
           CLOSE ftmpl
           IF Wtrouve = 0 THEN
               DISPLAY "NO MESSAGE TEMPLATES - BUILT-IN WORDING USED"
           END-IF.

      * LISTS THE REPORT SUBSCRIPTIONS - SAME CONSOLE STYLE AS
      * DISPLAY_MESSAGE_TEMPLATES.
       DISPLAY_REPORT_SUBSCRIPTIONS.
           DISPLAY "REPORT SUBSCRIPTIONS - NUM/CODE/RECIPIENT/CHANNEL/"
               "ACTIVE/ADDRESS"
           MOVE 0 TO Wtrouve
           OPEN INPUT fsubscr
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsubscr NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE 1 TO Wtrouve
                           DISPLAY fsu_numSu " " fsu_code " "
                               fsu_role " " fsu_channel " "
                               fsu_active " " FUNCTION TRIM(fsu_dest)
                   END-READ
               END-PERFORM
           CLOSE fsubscr
           IF Wtrouve = 0 THEN
               DISPLAY "NO SUBSCRIPTIONS - NOTHING IS SENT"
           END-IF.

      * LISTS THE DELIVERIES STILL WAITING FOR THE GATEWAY OR GIVEN
      * UP, WITH A COUNT OF THOSE DELIVERED.
       DISPLAY_REPORT_DELIVERIES.
           DISPLAY "REPORT DELIVERIES - NUM/CODE/CHANNEL/QUEUED/TRIES/"
               "STATUS (0 WAITING 2 GIVEN UP)/ADDRESS/REASON"
           MOVE 0 TO WS-SUB-DONE
           OPEN INPUT fdeliv
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fdeliv NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fdv_status = 1 THEN
                               ADD 1 TO WS-SUB-DONE
                           ELSE
                               DISPLAY fdv_numDv " " fdv_code " "
                                   fdv_channel " " fdv_queued " "
                                   fdv_tries " " fdv_status " "
                                   FUNCTION TRIM(fdv_dest) " "
                                   FUNCTION TRIM(fdv_reason)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fdeliv
           DISPLAY "DELIVERED: " WS-SUB-DONE.

      * LISTS THE COMPETITOR CATEGORY MAP - SAME CONSOLE STYLE AS
      * DISPLAY_MESSAGE_TEMPLATES.
       DISPLAY_COMPETITOR_MAPPINGS.
           DISPLAY "COMPETITOR CATEGORIES - COMPETITOR/CATEGORY/"
               "OUR ROOM TYPE"
           MOVE 0 TO Wtrouve
           OPEN INPUT fcompmap
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcompmap NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE 1 TO Wtrouve
                           DISPLAY fcm_comp " " fcm_cat " "
                               fcm_typeCh
                   END-READ
               END-PERFORM
           CLOSE fcompmap
           IF Wtrouve = 0 THEN
               DISPLAY "NO MAPPINGS - CATEGORIES MUST NAME OUR TYPES"
           END-IF.

      * LISTS EVERY CHANNEL ALLOTMENT CONTRACT, LIVE OR ENDED - SAME
      * CONSOLE STYLE AS DISPLAY_RATE_PLANS.
       DISPLAY_ALLOTMENTS.
           DISPLAY "ALLOTMENTS - NUM/PARTNER/TYPE/FROM/TO/ROOMS/"
               "RELEASE DAYS/STATUS"
           MOVE 0 TO Wtrouve
           OPEN INPUT fallot
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fallot NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE 1 TO Wtrouve
                           DISPLAY fat_numAl " " fat_numPt " "
                               fat_typeCh " " fat_from " " fat_to " "
                               fat_rooms " " fat_release " "
                               fat_status
                   END-READ
               END-PERFORM
           CLOSE fallot
           IF Wtrouve = 0 THEN
               DISPLAY "NO ALLOTMENTS ON FILE"
           END-IF.

      * LISTS EVERY fwait ENTRY (WAITING, NOTIFIED OR CANCELLED) TO
      * THE CONSOLE - SAME PLAIN DISPLAY STYLE AS THE BATCH REPORTS
      * IN section_batch.cpy RATHER THAN A PAGED SCREEN, SINCE THE

      * LISTS EVERY INCIDENTAL CHARGE POSTED AGAINST ONE RESERVATION
      * (OPEN AND SETTLED) VIA THE fe_numResa ALTERNATE KEY - SAME
      * PLAIN CONSOLE LISTING STYLE AS DISPLAY_WAITLIST. AN ARCHIVED
      * STAY'S CHARGES ARE LISTED FROM fextarch.
       DISPLAY_EXTRA_CHARGES.
           MOVE 0 TO fe_numResa
           ACCEPT EXTRA-VIEW-SCREEN
                       END-PERFORM
               END-START
           CLOSE fext
           OPEN INPUT fextarch
               MOVE WS-EXT-FIND-RESA TO fea_numResa
               START fextarch KEY IS EQUAL fea_numResa
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wfin
                       MOVE 0 TO Wstop
                       PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           OR Wstop = 1
                           READ fextarch NEXT
                               AT END
                                   MOVE 1 TO Wfin
                               NOT AT END
                                   IF fea_numResa NOT =
                                       WS-EXT-FIND-RESA THEN
                                       MOVE 1 TO Wstop
                                   ELSE
                                       MOVE 1 TO Wtrouve
                                       MOVE tamp_fextarch TO tamp_fext
                                       DISPLAY fe_numExt " " fe_code
                                           " " fe_amount " " fe_date
                                           " " fe_numP " " fe_status
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fextarch
           IF Wtrouve = 0 THEN
               MOVE "NO EXTRA CHARGES FOR THIS RESERVATION" TO
                   ERROR-MESSAGE
           END-IF.

      * LISTS EVERY PREPARATION ITEM BOOKED ON ONE RESERVATION VIA
      * THE fpr_numResa ALTERNATE KEY - STATUS 0 RECORDED, 1 MISSION
      * ISSUED, 2 DONE, 3 DROPPED.
       DISPLAY_PREP_ITEMS.
           MOVE 0 TO fpr_numResa
           ACCEPT PREP-VIEW-SCREEN
           MOVE " " TO ERROR-MESSAGE
           MOVE fpr_numResa TO WS-PRP-FIND-RESA
           MOVE 0 TO Wtrouve
           OPEN INPUT fprep
               DISPLAY "PREPARATIONS - NUM/ITEM/LEAD/CHARGE/AMOUNT/"
                   "STATUS/MISSION"
               START fprep KEY IS EQUAL fpr_numResa
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-PRP-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-PRP-EOF = 1
                           READ fprep NEXT
                               AT END
                                   MOVE 1 TO WS-PRP-EOF
                               NOT AT END
                                   IF fpr_numResa NOT =
                                       WS-PRP-FIND-RESA THEN
                                       MOVE 1 TO WS-PRP-EOF
                                   ELSE
                                       MOVE 1 TO Wtrouve
                                       DISPLAY fpr_numPr " " fpr_item
                                           " " fpr_lead " " fpr_class
                                           " " fpr_amount " "
                                           fpr_status " " fpr_numM
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fprep
           IF Wtrouve = 0 THEN
               MOVE "NO PREPARATIONS FOR THIS RESERVATION" TO
                   ERROR-MESSAGE
           END-IF.

      * LISTS THE WHOLE PRICING CALENDAR TO THE CONSOLE, SAME PLAIN
      * STYLE AS DISPLAY_WAITLIST.
       DISPLAY_PRICE_RULES.
      * ELSE LEAVES. ONE GLANCE ANSWERS "WHAT DOES TONIGHT LOOK
      * LIKE" INSTEAD OF RUNNING PLANNING ONCE PER ROOM (THE OLD
      * SINGLE-ROOM PLANNING VIEW LIVES ON UNDER THE ROOMS MENU).
      * A ROOM NOT YET IN SERVICE OR ALREADY RETIRED ON THE DAY SHOWN
      * HAS NO LINE; ONE UNDER RENOVATION IS ALL X.
       DAY_GRID.
           MOVE WS-CURRENT-DATE TO WS-GRID-DATE
           MOVE " " TO WS-PAGE-NAV
           PERFORM LOAD_RENOVATION_PERIODS
           PERFORM WITH TEST AFTER UNTIL WS-PAGE-NAV = "X"
               DISPLAY "HOUSE GRID FOR " WS-GRID-DAY "/"
                   WS-GRID-MONTH "/" WS-GRID-YEAR
                           AT END
                               MOVE 1 TO Wfin
                           NOT AT END
                               MOVE WS-GRID-DATE TO WS-RIN-DATE
                               IF fc_in_service <= WS-RIN-DATE AND
                                   (fc_retired = 0 OR
                                   fc_retired > WS-RIN-DATE) THEN
                                   PERFORM ROOM_IN_INVENTORY
                                   PERFORM BUILD_GRID_ROOM_LINE
                                   IF WS-GRID-SPOT = 0 THEN
                                       DISPLAY fc_numCh " "
                                           WS-GRID-LINE
                                   ELSE
                                       DISPLAY fc_numCh " "
                                           WS-GRID-LINE " P"
                                           WS-GRID-SPOT
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
      * WS-GRID-DATE: OUT-OF-SERVICE ROOMS ARE ALL X, OTHERWISE EACH
      * STAY PAINTS O UP TO ITS REAL CHECKOUT AND C THROUGH THE
      * CLEANING BUFFER, THEN fmis WINDOWS PAINT C OVER WHATEVER IS
      * UNDER THEM. A ROOM UNDER RENOVATION THAT DAY (WS-RIN-IN = 0
      * FROM ROOM_IN_INVENTORY) IS ALL X AS WELL.
       BUILD_GRID_ROOM_LINE.
           MOVE ALL "." TO WS-GRID-LINE
           MOVE 0 TO WS-GRID-SPOT
           PERFORM GET_TYPE_BUFFER_HOURS
           IF fc_status NOT = 0 OR WS-RIN-IN = 0 THEN
               MOVE ALL "X" TO WS-GRID-LINE
           ELSE
               OPEN INPUT fresa
           COMPUTE WS-REV-DURATION =
               fr_duree_hours + (fr_duree_minute / 60)
               + (fr_nights * 24)
           PERFORM DST_STAY_CORRECTION
           ADD WS-DST-HOURS TO WS-REV-DURATION
           COMPUTE WS-REV-NET =
               (WS-REV-PRICE * WS-REV-DURATION)
               - fr_discount_entier - (fr_discount_decimal / 100)
           COMPUTE WS-REV-DURATION =
               fra_duree_hours + (fra_duree_minute / 60)
               + (fra_nights * 24)
           PERFORM DST_ARCH_CORRECTION
           ADD WS-DST-HOURS TO WS-REV-DURATION
           COMPUTE WS-REV-NET =
               (WS-REV-PRICE * WS-REV-DURATION)
               - fra_discount_entier - (fra_discount_decimal / 100)
           CLOSE froster
           MOVE 0 TO Wfin
           OPEN INPUT fabs
               DISPLAY "ABSENCES - NUM/STAFF/FROM/TO/TYPE/DAYS"
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fabs NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           DISPLAY fab_numAb " " fab_numP " "
                               fab_start " " fab_end " " fab_type
                               " " fab_days
                   END-READ
               END-PERFORM
           CLOSE fabs.
               END-START
           CLOSE finc.

      * AFTER AN OUTAGE - EVERY STAY ON THE LAST CONTINUITY PACK
      * PRINTED BEFORE IT (fcpsnap) AGAINST THE PAPER SLIPS KEYED
      * SINCE THE PACK WAS PRINTED (fcatch) AND THE STAY AS IT STANDS
      * NOW: DUE ON THE PACK, PAID ON PAPER, DUE NOW, AND A NOTE
      * WHERE THE TWO DO NOT TELL THE SAME STORY. SLIPS FOR STAYS
      * THAT WERE NOT ON THE PACK (WALK-INS TAKEN ON PAPER) ARE
      * LISTED AFTER.
       OUTAGE_RECONCILE.
           MOVE 0 TO WS-CU-STAYS
           MOVE 0 TO WS-CU-FLAGS
           MOVE 0 TO WS-CU-OFF
           MOVE 0 TO WS-CU-PACK-STAMP
           MOVE "CATCHUP" TO WS-RPT-CODE
           MOVE "OUTAGE CATCH-UP RECONCILIATION" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           PERFORM OUTAGE_FIND_PACK
           IF WS-CU-PACK-STAMP = 0 THEN
               MOVE "NO CONTINUITY PACK ON FILE" TO WS-RPT-LINE
               PERFORM REPORT_LINE
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               STRING "PACK PRINTED " WS-CU-PACK-STAMP(7:2) "/"
                   WS-CU-PACK-STAMP(5:2) "/" WS-CU-PACK-STAMP(1:4)
                   " " WS-CU-PACK-STAMP(9:2) ":"
                   WS-CU-PACK-STAMP(11:2)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM REPORT_LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "RESA   ROOM K   PACK DUE PAPER PAID    "
                   "DUE NOW NOTE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM REPORT_LINE
               OPEN INPUT fcpsnap
                   MOVE WS-CU-PACK-STAMP TO fcs_key(1:12)
                   MOVE 0 TO fcs_numResa
                   START fcpsnap KEY IS NOT < fcs_key
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 0 TO WS-CPK-EOF
                           PERFORM WITH TEST AFTER UNTIL WS-CPK-EOF = 1
                               READ fcpsnap NEXT
                                   AT END
                                       MOVE 1 TO WS-CPK-EOF
                                   NOT AT END
                                       PERFORM OUTAGE_SNAP_STAMP
                                       IF WS-CU-SNAP-STAMP NOT =
                                           WS-CU-PACK-STAMP THEN
                                           MOVE 1 TO WS-CPK-EOF
                                       ELSE
                                           PERFORM
                                               OUTAGE_RECONCILE_STAY
                                       END-IF
                               END-READ
                           END-PERFORM
                   END-START
               CLOSE fcpsnap
               PERFORM OUTAGE_RECONCILE_OFF_PACK
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "STAYS ON PACK " WS-CU-STAYS " FLAGGED " WS-CU-FLAGS
               " SLIPS NOT ON PACK " WS-CU-OFF
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM END_REPORT.

      * THE PACK TO RECONCILE AGAINST - PACKS CARRY ON HOURLY ONCE
      * THE SYSTEM IS BACK, SO IT IS THE LAST ONE PRINTED NO LATER
      * THAN THE NEWEST PAPER SLIP (THE LAST PACK ON FILE WHEN NO
      * SLIP HAS BEEN KEYED). LEAVES ITS STAMP, YYYYMMDDHHMM, IN
      * WS-CU-PACK-STAMP - ZERO WHEN THERE IS NONE.
       OUTAGE_FIND_PACK.
           MOVE 0 TO WS-CU-LAST-SLIP
           OPEN INPUT fcatch
               MOVE 0 TO WS-CU-EOF
               PERFORM WITH TEST AFTER UNTIL WS-CU-EOF = 1
                   READ fcatch NEXT
                       AT END
                           MOVE 1 TO WS-CU-EOF
                       NOT AT END
                           PERFORM OUTAGE_SLIP_STAMP
                           IF WS-CU-LINE-STAMP > WS-CU-LAST-SLIP THEN
                               MOVE WS-CU-LINE-STAMP TO
                                   WS-CU-LAST-SLIP
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fcatch
           OPEN INPUT fcpsnap
               MOVE 0 TO WS-CPK-EOF
               PERFORM WITH TEST AFTER UNTIL WS-CPK-EOF = 1
                   READ fcpsnap NEXT
                       AT END
                           MOVE 1 TO WS-CPK-EOF
                       NOT AT END
                           PERFORM OUTAGE_SNAP_STAMP
                           IF WS-CU-LAST-SLIP NOT = 0 AND
                               WS-CU-SNAP-STAMP > WS-CU-LAST-SLIP
                               THEN
                               MOVE 1 TO WS-CPK-EOF
                           ELSE
                               MOVE WS-CU-SNAP-STAMP TO
                                   WS-CU-PACK-STAMP
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fcpsnap.

      * tamp_fcpsnap HOLDS A PACK ROW - ITS PACK TIME AS YYYYMMDDHHMM.
       OUTAGE_SNAP_STAMP.
           COMPUTE WS-CU-SNAP-STAMP = fcs_pack_date * 10000 +
               fcs_pack_hours * 100 + fcs_pack_minute.

      * tamp_fcpsnap HOLDS A STAY FROM THE PACK - ITS SLIPS, ITS
      * STATE NOW, ONE LINE.
       OUTAGE_RECONCILE_STAY.
           ADD 1 TO WS-CU-STAYS
           MOVE fcs_numResa TO WS-CU-FIND-RESA
           PERFORM OUTAGE_SLIPS_FOR_STAY
           MOVE SPACES TO WS-CU-NOTE
           MOVE 0 TO WS-CPK-DUE
           MOVE 0 TO Wtrouve
           OPEN INPUT fresa
               MOVE fcs_numResa TO fr_numResa
               READ fresa
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO Wtrouve
               END-READ
           CLOSE fresa
           IF Wtrouve = 0 THEN
               MOVE "STAY NO LONGER ON FILE" TO WS-CU-NOTE
           ELSE
               PERFORM STAY_BALANCE_DUE
               IF fcs_kind = "I" AND fr_status = 2 AND WS-CU-OUT = 0
                   THEN
                   MOVE "LEFT - NO PAPER CHECK-OUT KEYED" TO
                       WS-CU-NOTE
               END-IF
               IF fcs_kind = "I" AND fr_status = 1 AND WS-CU-OUT > 0
                   THEN
                   MOVE "CHECK-OUT ON PAPER, NOT DONE" TO WS-CU-NOTE
               END-IF
               IF fcs_kind = "A" AND fr_status NOT = 0 AND
                   WS-CU-IN = 0 THEN
                   MOVE "ARRIVED - NO PAPER CHECK-IN KEYED" TO
                       WS-CU-NOTE
               END-IF
               IF fcs_kind = "A" AND fr_status = 0 AND WS-CU-IN > 0
                   THEN
                   MOVE "CHECK-IN ON PAPER, NOT DONE" TO WS-CU-NOTE
               END-IF
               COMPUTE WS-CU-EXPECT = fcs_due_entier +
                   (fcs_due_decimal / 100) - WS-CU-PAID
               IF WS-CU-NOTE = SPACES AND WS-CPK-DUE > 0 AND
                   WS-CU-EXPECT NOT = WS-CPK-DUE THEN
                   MOVE "DUE DIFFERS FROM PACK LESS PAPER" TO
                       WS-CU-NOTE
               END-IF
           END-IF
           IF WS-CU-NOTE NOT = SPACES THEN
               ADD 1 TO WS-CU-FLAGS
           END-IF
           COMPUTE WS-CU-EXPECT = fcs_due_entier +
               (fcs_due_decimal / 100)
           MOVE WS-CU-EXPECT TO WS-CU-EXPECT-ED
           MOVE WS-CU-PAID TO WS-CU-PAID-ED
           MOVE WS-CPK-DUE TO WS-CPK-DUE-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING fcs_numResa " " fcs_numCh " " fcs_kind " "
               WS-CU-EXPECT-ED " " WS-CU-PAID-ED " " WS-CPK-DUE-ED
               " " WS-CU-NOTE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE.

      * WS-CU-FIND-RESA HOLDS THE STAY - COUNTS ITS PAPER CHECK-INS
      * (WS-CU-IN) AND CHECK-OUTS (WS-CU-OUT) AND TOTALS ITS PAPER
      * PAYMENTS (WS-CU-PAID), ONLY FOR SLIPS DATED AFTER THE PACK.
       OUTAGE_SLIPS_FOR_STAY.
           MOVE 0 TO WS-CU-IN
           MOVE 0 TO WS-CU-OUT
           MOVE 0 TO WS-CU-PAID
           OPEN INPUT fcatch
               MOVE WS-CU-FIND-RESA TO fcu_numResa
               START fcatch KEY IS EQUAL fcu_numResa
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-CU-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-CU-EOF = 1
                           READ fcatch NEXT
                               AT END
                                   MOVE 1 TO WS-CU-EOF
                               NOT AT END
                                   IF fcu_numResa NOT =
                                       WS-CU-FIND-RESA THEN
                                       MOVE 1 TO WS-CU-EOF
                                   ELSE
                                       PERFORM OUTAGE_SLIP_STAMP
                                       IF WS-CU-LINE-STAMP >=
                                           WS-CU-PACK-STAMP THEN
                                           PERFORM OUTAGE_TALLY_SLIP
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fcatch.

      * tamp_fcatch HOLDS A SLIP - ITS PAPER TIME AS YYYYMMDDHHMM.
       OUTAGE_SLIP_STAMP.
           COMPUTE WS-CU-LINE-STAMP = fcu_paper_date * 10000 +
               fcu_paper_hours * 100 + fcu_paper_minute.

      * tamp_fcatch HOLDS A SLIP OF THE STAY IN HAND.
       OUTAGE_TALLY_SLIP.
           EVALUATE fcu_kind
               WHEN 1
                   ADD 1 TO WS-CU-IN
               WHEN 2
                   ADD 1 TO WS-CU-OUT
               WHEN 3
                   COMPUTE WS-CU-PAID = WS-CU-PAID +
                       fcu_amount_entier + (fcu_amount_decimal / 100)
           END-EVALUATE.

      * EVERY SLIP DATED AFTER THE PACK WHOSE STAY WAS NOT ON IT.
       OUTAGE_RECONCILE_OFF_PACK.
           MOVE "SLIPS FOR STAYS NOT ON THE PACK:" TO WS-RPT-LINE
           PERFORM REPORT_LINE
           OPEN INPUT fcatch
               MOVE 0 TO WS-CU-EOF
               PERFORM WITH TEST AFTER UNTIL WS-CU-EOF = 1
                   READ fcatch NEXT
                       AT END
                           MOVE 1 TO WS-CU-EOF
                       NOT AT END
                           PERFORM OUTAGE_SLIP_STAMP
                           IF WS-CU-LINE-STAMP >= WS-CU-PACK-STAMP
                               THEN
                               PERFORM OUTAGE_OFF_PACK_ONE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fcatch.

      * tamp_fcatch HOLDS A SLIP AFTER THE PACK - LISTED WHEN ITS
      * STAY HAS NO fcpsnap ROW.
       OUTAGE_OFF_PACK_ONE.
           MOVE 1 TO Wtrouve
           OPEN INPUT fcpsnap
               MOVE WS-CU-PACK-STAMP TO fcs_key(1:12)
               MOVE fcu_numResa TO fcs_numResa
               READ fcpsnap
                   INVALID KEY
                       MOVE 0 TO Wtrouve
               END-READ
           CLOSE fcpsnap
           IF Wtrouve = 0 THEN
               ADD 1 TO WS-CU-OFF
               COMPUTE WS-CU-PAID = fcu_amount_entier +
                   (fcu_amount_decimal / 100)
               MOVE WS-CU-PAID TO WS-CU-PAID-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "  SLIP " fcu_slip " RESA " fcu_numResa
                   " KIND " fcu_kind " AMOUNT " WS-CU-PAID-ED
                   " POSTED " fcu_applied
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM REPORT_LINE
           END-IF.

      * READ-ACCESS LOG INQUIRY FOR THE DATA-PROTECTION OFFICER -
      * WS-ACC-MODE 1 LISTS EVERY LOOK AT ONE GUEST, 2 EVERYTHING ONE
      * USER LOOKED AT, 3 THE BROWSING ALERT, ALL OVER THE TYPED
      * DATE RANGE AND SPOOLED THROUGH THE USUAL REPORT PLUMBING.
       ACCESS_INQUIRY.
           MOVE ZEROS TO WS-ACC-FROM-DATE
           MOVE WS-CURRENT-DATE TO WS-ACC-TO-DATE
           MOVE "C" TO WS-ACC-Q-TYPE
           MOVE 0 TO WS-ACC-Q-NUM
           MOVE 0 TO WS-ACC-Q-USER
           ACCEPT ACCESS-QUERY-SCREEN
           MOVE " " TO ERROR-MESSAGE
           EVALUATE WS-ACC-MODE
               WHEN 1
                   IF (WS-ACC-Q-TYPE NOT = "C" AND
                       WS-ACC-Q-TYPE NOT = "R") OR
                       WS-ACC-Q-NUM = 0 THEN
                       MOVE "GIVE C OR R AND THE GUEST'S NUMBER" TO
                           ERROR-MESSAGE
                   ELSE
                       PERFORM ACCESS_QUERY_REPORT
                   END-IF
               WHEN 2
                   IF WS-ACC-Q-USER = 0 THEN
                       MOVE "GIVE THE USER NUMBER" TO ERROR-MESSAGE
                   ELSE
                       PERFORM ACCESS_QUERY_REPORT
                   END-IF
               WHEN OTHER
                   PERFORM ACCESS_BROWSE_REPORT
           END-EVALUATE.

      * WALKS faccess ON THE SUBJECT (MODE 1) OR USER (MODE 2)
      * ALTERNATE KEY AND PRINTS EVERY LINE INSIDE THE DATE RANGE.
       ACCESS_QUERY_REPORT.
           MOVE 0 TO WS-ACC-FOUND
           MOVE "ACCESSQ" TO WS-RPT-CODE
           MOVE "SENSITIVE DATA ACCESS LOG" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE SPACES TO WS-RPT-LINE
           IF WS-ACC-MODE = 1 THEN
               STRING "LOOKS AT GUEST " WS-ACC-Q-TYPE " "
                   WS-ACC-Q-NUM " FROM " WS-ACC-FROM-DATE " TO "
                   WS-ACC-TO-DATE DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "LOOKS BY USER " WS-ACC-Q-USER " FROM "
                   WS-ACC-FROM-DATE " TO " WS-ACC-TO-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM REPORT_LINE
           MOVE "DATE     TIME USER SCREEN     GUEST    SHIFT" TO
               WS-RPT-LINE
           PERFORM REPORT_LINE
           OPEN INPUT faccess
               MOVE 1 TO WS-ACC-FLAG
               IF WS-ACC-MODE = 1 THEN
                   MOVE WS-ACC-Q-TYPE TO fvw_subj_type
                   MOVE WS-ACC-Q-NUM TO fvw_subj_num
                   START faccess KEY IS EQUAL fvw_subject
                       INVALID KEY
                           MOVE 0 TO WS-ACC-FLAG
                   END-START
               ELSE
                   MOVE WS-ACC-Q-USER TO fvw_numP
                   START faccess KEY IS EQUAL fvw_numP
                       INVALID KEY
                           MOVE 0 TO WS-ACC-FLAG
                   END-START
               END-IF
               IF WS-ACC-FLAG = 1 THEN
                   MOVE 0 TO WS-ACC-EOF
                   PERFORM WITH TEST AFTER UNTIL WS-ACC-EOF = 1
                       READ faccess NEXT
                           AT END
                               MOVE 1 TO WS-ACC-EOF
                           NOT AT END
                               PERFORM ACCESS_QUERY_ONE_LINE
                       END-READ
                   END-PERFORM
               END-IF
           CLOSE faccess
           MOVE SPACES TO WS-RPT-LINE
           STRING "LINES: " WS-ACC-FOUND DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM END_REPORT.

      * tamp_faccess HOLDS THE NEXT LINE ON THE KEY BEING WALKED -
      * STOPS WHEN THE KEY CHANGES, PRINTS IT WHEN IN RANGE.
       ACCESS_QUERY_ONE_LINE.
           IF (WS-ACC-MODE = 1 AND
               (fvw_subj_type NOT = WS-ACC-Q-TYPE OR
               fvw_subj_num NOT = WS-ACC-Q-NUM)) OR
               (WS-ACC-MODE = 2 AND fvw_numP NOT = WS-ACC-Q-USER)
               THEN
               MOVE 1 TO WS-ACC-EOF
           ELSE
               IF fvw_date >= WS-ACC-FROM-DATE AND
                   fvw_date <= WS-ACC-TO-DATE THEN
                   ADD 1 TO WS-ACC-FOUND
                   MOVE SPACES TO WS-RPT-LINE
                   STRING fvw_date " " fvw_time(1:4) " " fvw_numP
                       " " fvw_screen " " fvw_subj_type fvw_subj_num
                       " " fvw_shift
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM REPORT_LINE
               END-IF
           END-IF.

      * WS-ACC-FROM-DATE/WS-ACC-TO-DATE MUST BE SET - WALKS faccess
      * USER BY USER (fvw_numP KEY, EACH USER'S LINES IN THE ORDER
      * THEY WERE FILED) AND FLAGS EVERY DESK SHIFT (OR CALENDAR DAY
      * FOR SOMEONE WITHOUT A SHIFT) IN WHICH THE USER OPENED MORE
      * DIFFERENT GUESTS THAN THE fparam "ACCB" LIMIT (20 WHEN
      * UNSET).
       ACCESS_BROWSE_REPORT.
           MOVE "ACCB" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-ACC-LIMIT
           IF WS-ACC-LIMIT = 0 THEN
               MOVE 20 TO WS-ACC-LIMIT
           END-IF
           MOVE 0 TO WS-ACC-ALERTS
           MOVE 0 TO WS-ACC-G-HIT
           MOVE "ACCALRT" TO WS-RPT-CODE
           MOVE "UNUSUAL BROWSING OF GUESTS" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE SPACES TO WS-RPT-LINE
           STRING "FROM " WS-ACC-FROM-DATE " TO " WS-ACC-TO-DATE
               " - MORE THAN " WS-ACC-LIMIT
               " DIFFERENT GUESTS IN ONE SHIFT"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           OPEN INPUT faccess
               MOVE 0 TO fvw_numP
               START faccess KEY IS NOT < fvw_numP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-ACC-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-ACC-EOF = 1
                           READ faccess NEXT
                               AT END
                                   MOVE 1 TO WS-ACC-EOF
                               NOT AT END
                                   IF fvw_date >= WS-ACC-FROM-DATE AND
                                       fvw_date <= WS-ACC-TO-DATE THEN
                                       PERFORM ACCESS_BROWSE_ONE_LINE
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE faccess
           PERFORM ACCESS_BROWSE_CLOSE_GROUP
           MOVE SPACES TO WS-RPT-LINE
           STRING "SHIFTS FLAGGED: " WS-ACC-ALERTS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM END_REPORT.

      * tamp_faccess HOLDS A LINE IN RANGE - STARTS A NEW USER/SHIFT
      * GROUP WHEN EITHER CHANGES, THEN ADDS THE SUBJECT TO THE
      * GROUP'S TABLE IF NOT ALREADY THERE.
       ACCESS_BROWSE_ONE_LINE.
           IF WS-ACC-G-HIT = 0 OR fvw_numP NOT = WS-ACC-G-USER OR
               (fvw_shift NOT = 0 AND fvw_shift NOT = WS-ACC-G-SHIFT)
               OR (fvw_shift = 0 AND fvw_date NOT = WS-ACC-G-SHIFT)
               THEN
               PERFORM ACCESS_BROWSE_CLOSE_GROUP
               MOVE 1 TO WS-ACC-G-HIT
               MOVE fvw_numP TO WS-ACC-G-USER
               IF fvw_shift NOT = 0 THEN
                   MOVE fvw_shift TO WS-ACC-G-SHIFT
               ELSE
                   MOVE fvw_date TO WS-ACC-G-SHIFT
               END-IF
               MOVE fvw_key(1:16) TO WS-ACC-G-FIRST
               MOVE 0 TO WS-ACC-G-CNT
           END-IF
           MOVE 0 TO WS-ACC-FLAG
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > WS-ACC-G-CNT OR WS-ACC-FLAG = 1
               IF WS-ACC-SEEN(WS-ACC-IDX) = fvw_subject THEN
                   MOVE 1 TO WS-ACC-FLAG
               END-IF
           END-PERFORM
           IF WS-ACC-FLAG = 0 AND WS-ACC-G-CNT < 500 THEN
               ADD 1 TO WS-ACC-G-CNT
               MOVE fvw_subject TO WS-ACC-SEEN(WS-ACC-G-CNT)
           END-IF.

      * THE USER/SHIFT GROUP JUST ENDED - ONE ALERT LINE, WITH THE
      * USER'S NAME, WHEN ITS DISTINCT GUESTS PASS THE LIMIT.
       ACCESS_BROWSE_CLOSE_GROUP.
           IF WS-ACC-G-HIT = 1 AND WS-ACC-G-CNT > WS-ACC-LIMIT THEN
               ADD 1 TO WS-ACC-ALERTS
               MOVE " " TO fp_nom
               OPEN INPUT fpers
                   MOVE WS-ACC-G-USER TO fp_numP
                   READ fpers
                       INVALID KEY
                           CONTINUE
                   END-READ
               CLOSE fpers
               MOVE SPACES TO WS-RPT-LINE
               STRING "USER " WS-ACC-G-USER " "
                   FUNCTION TRIM(fp_nom) " SHIFT/DAY "
                   WS-ACC-G-SHIFT " FROM " WS-ACC-G-FIRST(1:8) " "
                   WS-ACC-G-FIRST(9:4) " - " WS-ACC-G-CNT
                   " DIFFERENT GUESTS"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM REPORT_LINE
           END-IF
           MOVE 0 TO WS-ACC-G-HIT.

      * AUDIT TRAIL INQUIRY - FILTERS files/audit_trail.csv BY DATE
      * RANGE, USER NUMBER, FILE NAME OR RECORD KEY (0/BLANK MEANS
      * ANY) AND PAGES THE MATCHES SIX AT A TIME THE WAY
                       COMPUTE WS-REV-DURATION =
                           fra_duree_hours + (fra_duree_minute / 60)
                           + (fra_nights * 24)
                       PERFORM DST_ARCH_CORRECTION
                       ADD WS-DST-HOURS TO WS-REV-DURATION
                       COMPUTE WS-REV-AMOUNT =
                           WS-REV-PRICE * WS-REV-DURATION
                       ADD WS-REV-AMOUNT TO WS-COLD-REVENUE
                   END-IF
               END-IF
           END-IF.

      * LISTS THE CARD DISPUTE REGISTER - OPEN CASES FIRST WITH THEIR
      * RESPONSE DATES, THEN THE CLOSED ONES - SAME CONSOLE STYLE AS
      * DISPLAY_ALLOTMENTS.
       DISPLAY_DISPUTES.
           DISPLAY "DISPUTES - NUM/STAY/PAYMENT/PROCESSOR REF/REASON/"
               "AMOUNT/OPENED/RESPOND BY/OUTCOME/CLOSED"
           MOVE 0 TO WS-DSP-COUNT
           MOVE 0 TO WS-DSP-OUTCOME
           PERFORM DISPLAY_DISPUTES_PASS
           MOVE 1 TO WS-DSP-OUTCOME
           PERFORM DISPLAY_DISPUTES_PASS
           IF WS-DSP-COUNT = 0 THEN
               DISPLAY "NO DISPUTES ON FILE"
           END-IF.

      * ONE PASS OVER fdispute - WS-DSP-OUTCOME 0 LISTS THE OPEN
      * CASES, 1 THE CLOSED ONES.
       DISPLAY_DISPUTES_PASS.
           OPEN INPUT fdispute
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fdispute NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF (WS-DSP-OUTCOME = 0 AND fds_outcome = 0)
                               OR (WS-DSP-OUTCOME = 1 AND
                               fds_outcome NOT = 0) THEN
                               ADD 1 TO WS-DSP-COUNT
                               PERFORM DISPUTE_OUTCOME_WORD
                               DISPLAY fds_numDs " " fds_numResa " "
                                   fds_numPay " " fds_proc_ref " "
                                   fds_reason " " fds_amount_entier
                                   "." fds_amount_decimal " "
                                   fds_opened " " fds_deadline " "
                                   WS-DSP-WORD " " fds_closed
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fdispute.

       DISPUTE_OUTCOME_WORD.
           EVALUATE fds_outcome
               WHEN 0
                   MOVE "OPEN" TO WS-DSP-WORD
               WHEN 1
                   MOVE "WON" TO WS-DSP-WORD
               WHEN 2
                   MOVE "LOST" TO WS-DSP-WORD
               WHEN OTHER
                   MOVE "ACCEPTED" TO WS-DSP-WORD
           END-EVALUATE.

      * RE-SPOOLS THE EVIDENCE PACK OF ONE CASE (E.G. AFTER A LATE
      * INVOICE OR A NEW INCIDENT NOTE) FOR THE PROCESSOR RESPONSE.
       REPRINT_DISPUTE_PACK.
           MOVE 0 TO WS-DSP-NUM
           ACCEPT DISPUTE-NUMBER-SCREEN
           MOVE " " TO ERROR-MESSAGE
           MOVE 0 TO Wtrouve
           OPEN INPUT fdispute
               MOVE WS-DSP-NUM TO fds_numDs
               READ fdispute
                   INVALID KEY
                       MOVE "THIS DISPUTE DOESN'T EXIST" TO
                           ERROR-MESSAGE
                   NOT INVALID KEY
                       MOVE 1 TO Wtrouve
               END-READ
           CLOSE fdispute
           IF Wtrouve = 1 THEN
               PERFORM DISPUTE_EVIDENCE_PACK
               MOVE "EVIDENCE PACK SPOOLED" TO ERROR-MESSAGE
           END-IF.

      * tamp_fdispute HOLDS THE CASE - GATHERS EVERYTHING THAT PROVES
      * THE STAY HAPPENED INTO ONE SPOOLED DOCUMENT (ALWAYS SPOOLED,
      * CODE "CB" + CASE NUMBER): THE CASE ITSELF, THE STAY AND
      * GUEST, THE DISPUTED CARD LINE AND ITS PRE-AUTH, THE IDENTITY
      * REGISTER ENTRY, EVERY KEY CARD WITH ISSUE AND RETURN TIMES,
      * HOW THE GUEST CHECKED IN (KIOSK AGAINST THE CONFIRMATION
      * CODE OR DESK), THE INVOICES, THE CLEANING CHECKLIST TICKS OF
      * THE ROOM OVER THE STAY AND THE GUEST'S NOTE AND INCIDENT
      * HISTORY.
       DISPUTE_EVIDENCE_PACK.
           MOVE SPACES TO WS-RPT-CODE
           STRING "CB" fds_numDs DELIMITED BY SIZE INTO WS-RPT-CODE
           MOVE "CHARGEBACK EVIDENCE PACK" TO WS-RPT-TITLE
           MOVE 1 TO WS-RPT-FORCE
           PERFORM BEGIN_REPORT
           MOVE 0 TO WS-RPT-FORCE
           MOVE SPACES TO WS-RPT-LINE
           STRING "DISPUTE " fds_numDs " PROCESSOR REF " fds_proc_ref
               " REASON " fds_reason
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "AMOUNT " fds_amount_entier "." fds_amount_decimal
               " OPENED " fds_opened " RESPOND BY " fds_deadline
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM DSP_PACK_STAY
           PERFORM DSP_PACK_PAYMENT
           PERFORM DSP_PACK_IDENTITY
           PERFORM DSP_PACK_KEYS
           PERFORM DSP_PACK_INVOICES
           PERFORM DSP_PACK_CHECKLIST
           PERFORM DSP_PACK_HISTORY
           PERFORM END_REPORT.

      * THE STAY AND THE GUEST - LEAVES ROOM, CLIENT, STAY DAYS AND
      * CONFIRMATION CODE IN WS-DSP-* FOR THE LATER SECTIONS.
       DSP_PACK_STAY.
           MOVE 0 TO WS-DSP-ROOM
           MOVE 0 TO WS-DSP-CLIENT
           MOVE 0 TO WS-DSP-FROM
           MOVE 0 TO WS-DSP-TO
           MOVE SPACES TO WS-DSP-CONF
           MOVE "-- STAY --" TO WS-RPT-LINE
           PERFORM REPORT_LINE
           OPEN INPUT fresa
               MOVE fds_numResa TO fr_numResa
               READ fresa
                   INVALID KEY
                       PERFORM DSP_PACK_STAY_ARCH
                   NOT INVALID KEY
                       MOVE fr_numCh TO WS-DSP-ROOM
                       MOVE fr_numCL TO WS-DSP-CLIENT
                       MOVE fr_date_debut_date TO WS-DSP-FROM
                       MOVE fr_date_fin_date TO WS-DSP-TO
                       MOVE fr_conf_code TO WS-DSP-CONF
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "STAY " fr_numResa " ROOM " fr_numCh
                           " FROM " fr_date_debut_date " "
                           fr_date_debut_hours ":"
                           fr_date_debut_minute " TO "
                           fr_date_fin_date " " fr_date_fin_hours
                           ":" fr_date_fin_minute " GUESTS "
                           fr_nb_guests
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM REPORT_LINE
               END-READ
           CLOSE fresa
           IF WS-DSP-CLIENT NOT = 0 THEN
               OPEN INPUT fcli
                   MOVE WS-DSP-CLIENT TO fcl_numCl
                   READ fcli
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM MASK_CLIENT_TEL
                           MOVE SPACES TO WS-RPT-LINE
                           STRING "GUEST " fcl_numCl " "
                               FUNCTION TRIM(fcl_nom) " "
                               FUNCTION TRIM(fcl_prenom)
                               " TEL " WS-MSK-TEL
                               DELIMITED BY SIZE INTO WS-RPT-LINE
                           PERFORM REPORT_LINE
                   END-READ
               CLOSE fcli
           END-IF.

      * THE STAY HAS LEFT fresa - ITS fresaarch RECORD, SAME DETAIL.
       DSP_PACK_STAY_ARCH.
           OPEN INPUT fresaarch
               MOVE fds_numResa TO fra_numResa
               READ fresaarch
                   INVALID KEY
                       MOVE "STAY NOT ON FILE" TO WS-RPT-LINE
                       PERFORM REPORT_LINE
                   NOT INVALID KEY
                       MOVE fra_numCh TO WS-DSP-ROOM
                       MOVE fra_numCL TO WS-DSP-CLIENT
                       MOVE fra_date_debut_date TO WS-DSP-FROM
                       MOVE fra_date_fin_date TO WS-DSP-TO
                       MOVE fra_conf_code TO WS-DSP-CONF
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "STAY " fra_numResa " ROOM " fra_numCh
                           " FROM " fra_date_debut_date " "
                           fra_date_debut_hours ":"
                           fra_date_debut_minute " TO "
                           fra_date_fin_date " " fra_date_fin_hours
                           ":" fra_date_fin_minute " GUESTS "
                           fra_nb_guests
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM REPORT_LINE
               END-READ
           CLOSE fresaarch.

      * THE DISPUTED CARD LINE AND, WHEN NAMED, ITS PRE-AUTH - FROM
      * fpayarch / fautharch ONCE THE STAY'S LINES HAVE BEEN ARCHIVED.
       DSP_PACK_PAYMENT.
           MOVE "-- CARD PAYMENT --" TO WS-RPT-LINE
           PERFORM REPORT_LINE
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
               MOVE "PAYMENT LINE NOT ON FILE" TO WS-RPT-LINE
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               STRING "PAYMENT " fy_numPay " OF "
                   fy_date_date " " fy_date_hours ":"
                   fy_date_minute " AMOUNT "
                   fy_amount_entier "." fy_amount_decimal
                   " TAKEN BY CLERK " fy_numP
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM REPORT_LINE
           IF fds_numAuth NOT = 0 THEN
               MOVE 0 TO Wtrouve
               OPEN INPUT fauth
                   MOVE fds_numAuth TO fau_numAuth
                   READ fauth
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO Wtrouve
                   END-READ
               CLOSE fauth
               IF Wtrouve = 0 THEN
                   OPEN INPUT fautharch
                       MOVE fds_numAuth TO faua_numAuth
                       READ fautharch
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE tamp_fautharch TO tamp_fauth
                               MOVE 1 TO Wtrouve
                       END-READ
                   CLOSE fautharch
               END-IF
               IF Wtrouve = 1 THEN
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "PRE-AUTH " fau_numAuth " CODE "
                       fau_code " OF " fau_date " FOR "
                       fau_amount_entier "."
                       fau_amount_decimal " CAPTURED "
                       fau_cap_entier "." fau_cap_decimal
                       " ON " fau_cap_date
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM REPORT_LINE
               END-IF
           END-IF.

      * THE IDENTITY REGISTER ENTRIES TAKEN AT CHECK-IN FOR THE STAY.
       DSP_PACK_IDENTITY.
           MOVE "-- IDENTITY REGISTER --" TO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE 0 TO Wtrouve
           OPEN INPUT fidr
               MOVE fds_numResa TO fir_numResa
               START fidr KEY IS EQUAL fir_numResa
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wfin
                       PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           READ fidr NEXT
                               AT END
                                   MOVE 1 TO Wfin
                               NOT AT END
                                   IF fir_numResa NOT = fds_numResa
                                       THEN
                                       MOVE 1 TO Wfin
                                   ELSE
                                       MOVE 1 TO Wtrouve
                                       MOVE SPACES TO WS-RPT-LINE
                                       STRING FUNCTION TRIM(fir_nom)
                                           " "
                                           FUNCTION TRIM(fir_prenom)
                                           " BORN " fir_naissance
                                           " RECORDED " fir_date
                                           DELIMITED BY SIZE INTO
                                           WS-RPT-LINE
                                       PERFORM REPORT_LINE
                                       PERFORM MASK_IDENTITY_DOC
                                       MOVE SPACES TO WS-RPT-LINE
                                       STRING "  DOCUMENT TYPE "
                                           fir_doc_type " NUMBER "
                                           WS-MSK-DOC
                                           " NATIONALITY "
                                           fir_nationality
                                           DELIMITED BY SIZE INTO
                                           WS-RPT-LINE
                                       PERFORM REPORT_LINE
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fidr
           IF Wtrouve = 0 THEN
               MOVE "NO IDENTITY ENTRY FOR THE STAY" TO WS-RPT-LINE
               PERFORM REPORT_LINE
           END-IF.

      * EVERY KEY CARD CUT FOR THE STAY (LIVE, THEN fkeyarch) WITH
      * ITS HAND-OVER AND RETURN TIMES, THEN HOW THE GUEST CHECKED IN.
       DSP_PACK_KEYS.
           MOVE "-- KEY CARDS --" TO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE 0 TO Wtrouve
           MOVE 0 TO WS-DSP-KIOSK
           OPEN INPUT fkey
               MOVE fds_numResa TO fkc_numResa
               START fkey KEY IS EQUAL fkc_numResa
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wfin
                       PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           READ fkey NEXT
                               AT END
                                   MOVE 1 TO Wfin
                               NOT AT END
                                   IF fkc_numResa NOT = fds_numResa
                                       THEN
                                       MOVE 1 TO Wfin
                                   ELSE
                                       MOVE 1 TO Wtrouve
                                       PERFORM DSP_PACK_ONE_KEY
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fkey
           OPEN INPUT fkeyarch
               MOVE fds_numResa TO fkca_numResa
               START fkeyarch KEY IS EQUAL fkca_numResa
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wfin
                       PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           READ fkeyarch NEXT
                               AT END
                                   MOVE 1 TO Wfin
                               NOT AT END
                                   IF fkca_numResa NOT = fds_numResa
                                       THEN
                                       MOVE 1 TO Wfin
                                   ELSE
                                       MOVE 1 TO Wtrouve
                                       MOVE tamp_fkeyarch TO tamp_fkey
                                       PERFORM DSP_PACK_ONE_KEY
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fkeyarch
           IF Wtrouve = 0 THEN
               MOVE "NO KEY CARD RECORDED FOR THE STAY" TO
                   WS-RPT-LINE
               PERFORM REPORT_LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           IF WS-DSP-KIOSK = 1 THEN
               STRING "SELF CHECK-IN AT THE LOBBY KIOSK WITH "
                   "CONFIRMATION CODE " WS-DSP-CONF
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               IF WS-DSP-CONF NOT = SPACES THEN
                   STRING "CHECKED IN AT THE DESK - CONFIRMATION "
                       "CODE " WS-DSP-CONF " ISSUED TO THE GUEST"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   MOVE "CHECKED IN AT THE DESK" TO WS-RPT-LINE
               END-IF
           END-IF
           PERFORM REPORT_LINE.

      * tamp_fkey HOLDS ONE CARD OF THE STAY.
       DSP_PACK_ONE_KEY.
           IF fkc_kiosk = 1 THEN
               MOVE 1 TO WS-DSP-KIOSK
           END-IF
           EVALUATE fkc_status
               WHEN 0
                   MOVE "NOT BACK" TO WS-DSP-WORD
               WHEN 1
                   MOVE "RETURNED" TO WS-DSP-WORD
               WHEN OTHER
                   MOVE "LOST" TO WS-DSP-WORD
           END-EVALUATE
           MOVE SPACES TO WS-RPT-LINE
           IF fkc_status = 0 THEN
               STRING "CARD " fkc_numCard " ROOM " fkc_numCh
                   " ISSUED " fkc_issued " " fkc_issued_hours ":"
                   fkc_issued_minute " " WS-DSP-WORD
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "CARD " fkc_numCard " ROOM " fkc_numCh
                   " ISSUED " fkc_issued " " fkc_issued_hours ":"
                   fkc_issued_minute " " WS-DSP-WORD " "
                   fkc_ret_date " " fkc_ret_hours ":"
                   fkc_ret_minute
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM REPORT_LINE.

      * THE INVOICES RAISED ON THE STAY - LIVE, THEN finvarch.
       DSP_PACK_INVOICES.
           MOVE "-- INVOICES --" TO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE 0 TO Wtrouve
           OPEN INPUT finv
               MOVE fds_numResa TO fi_numResa
               START finv KEY IS EQUAL fi_numResa
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wfin
                       PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           READ finv NEXT
                               AT END
                                   MOVE 1 TO Wfin
                               NOT AT END
                                   IF fi_numResa NOT = fds_numResa
                                       THEN
                                       MOVE 1 TO Wfin
                                   ELSE
                                       MOVE 1 TO Wtrouve
                                       PERFORM DSP_PACK_ONE_INVOICE
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE finv
           OPEN INPUT finvarch
               MOVE fds_numResa TO fia_numResa
               START finvarch KEY IS EQUAL fia_numResa
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wfin
                       PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           READ finvarch NEXT
                               AT END
                                   MOVE 1 TO Wfin
                               NOT AT END
                                   IF fia_numResa NOT = fds_numResa
                                       THEN
                                       MOVE 1 TO Wfin
                                   ELSE
                                       MOVE 1 TO Wtrouve
                                       MOVE tamp_finvarch TO tamp_finv
                                       PERFORM DSP_PACK_ONE_INVOICE
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE finvarch
           IF Wtrouve = 0 THEN
               MOVE "NO INVOICE RAISED ON THE STAY" TO WS-RPT-LINE
               PERFORM REPORT_LINE
           END-IF.

      * tamp_finv HOLDS ONE INVOICE OF THE STAY.
       DSP_PACK_ONE_INVOICE.
           MOVE SPACES TO WS-RPT-LINE
           STRING "INVOICE " fi_numInv " OF " fi_date " TOTAL "
               fi_total_entier "." fi_total_decimal " VAT "
               fi_tax_entier "." fi_tax_decimal " BALANCE "
               fi_balance_entier "." fi_balance_decimal
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE.

      * THE CLEANING MISSIONS OF THE ROOM FROM THE FIRST TO THE
      * LAST DAY OF THE STAY, EACH WITH ITS TICKED CHECKLIST.
       DSP_PACK_CHECKLIST.
           MOVE "-- ROOM CHECKLISTS --" TO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE 0 TO Wtrouve
           IF WS-DSP-ROOM NOT = 0 THEN
               OPEN INPUT fmis
                   MOVE 0 TO Wfin
                   PERFORM WITH TEST AFTER UNTIL Wfin = 1
                       READ fmis NEXT
                           AT END
                               MOVE 1 TO Wfin
                           NOT AT END
                               IF fm_numCh = WS-DSP-ROOM AND
                                   fm_debut_date NOT < WS-DSP-FROM AND
                                   fm_debut_date NOT > WS-DSP-TO THEN
                                   MOVE 1 TO Wtrouve
                                   PERFORM DSP_PACK_ONE_MISSION
                               END-IF
                       END-READ
                   END-PERFORM
               CLOSE fmis
           END-IF
           IF Wtrouve = 0 THEN
               MOVE "NO CLEANING MISSION OVER THE STAY" TO
                   WS-RPT-LINE
               PERFORM REPORT_LINE
           END-IF.

      * tamp_fmis HOLDS ONE MISSION OF THE ROOM - ITS TICKED ITEMS.
       DSP_PACK_ONE_MISSION.
           MOVE SPACES TO WS-RPT-LINE
           STRING "MISSION " fm_numM " STAFF " fm_numP " DONE "
               fm_reel_debut_date " " fm_reel_debut_hours ":"
               fm_reel_debut_minute " - " fm_reel_fin_date " "
               fm_reel_fin_hours ":" fm_reel_fin_minute
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           OPEN INPUT fckdone
               MOVE fm_numM TO fcd_numM
               START fckdone KEY IS EQUAL fcd_numM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-DSP-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-DSP-EOF = 1
                           READ fckdone NEXT
                               AT END
                                   MOVE 1 TO WS-DSP-EOF
                               NOT AT END
                                   IF fcd_numM NOT = fm_numM THEN
                                       MOVE 1 TO WS-DSP-EOF
                                   ELSE
                                       MOVE SPACES TO WS-RPT-LINE
                                       IF fcd_done = 1 THEN
                                           STRING "  [X] " fcd_item
                                               DELIMITED BY SIZE
                                               INTO WS-RPT-LINE
                                       ELSE
                                           STRING "  [ ] " fcd_item
                                               DELIMITED BY SIZE
                                               INTO WS-RPT-LINE
                                       END-IF
                                       PERFORM REPORT_LINE
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fckdone.

      * THE GUEST'S DESK NOTES AND INCIDENT HISTORY.
       DSP_PACK_HISTORY.
           MOVE "-- GUEST NOTES AND INCIDENTS --" TO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE 0 TO Wtrouve
           IF WS-DSP-CLIENT NOT = 0 THEN
               OPEN INPUT fcnote
                   MOVE WS-DSP-CLIENT TO fcn_numCl
                   START fcnote KEY IS EQUAL fcn_numCl
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 0 TO Wfin
                           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                               READ fcnote NEXT
                                   AT END
                                       MOVE 1 TO Wfin
                                   NOT AT END
                                       IF fcn_numCl NOT =
                                           WS-DSP-CLIENT THEN
                                           MOVE 1 TO Wfin
                                       ELSE
                                           MOVE 1 TO Wtrouve
                                           MOVE SPACES TO WS-RPT-LINE
                                           STRING "NOTE "
                                               fcn_date_date " "
                                               fcn_text
                                               DELIMITED BY SIZE
                                               INTO WS-RPT-LINE
                                           PERFORM REPORT_LINE
                                       END-IF
                               END-READ
                           END-PERFORM
                   END-START
               CLOSE fcnote
               OPEN INPUT finc
                   MOVE WS-DSP-CLIENT TO fic_numCl
                   START finc KEY IS EQUAL fic_numCl
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 0 TO Wfin
                           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                               READ finc NEXT
                                   AT END
                                       MOVE 1 TO Wfin
                                   NOT AT END
                                       IF fic_numCl NOT =
                                           WS-DSP-CLIENT THEN
                                           MOVE 1 TO Wfin
                                       ELSE
                                           MOVE 1 TO Wtrouve
                                           MOVE SPACES TO WS-RPT-LINE
                                           STRING "INCIDENT "
                                               fic_date " STAY "
                                               fic_numResa " "
                                               fic_text
                                               DELIMITED BY SIZE
                                               INTO WS-RPT-LINE
                                           PERFORM REPORT_LINE
                                       END-IF
                               END-READ
                           END-PERFORM
                   END-START
               CLOSE finc
           END-IF
           IF Wtrouve = 0 THEN
               MOVE "NO NOTES OR INCIDENTS ON THE GUEST" TO
                   WS-RPT-LINE
               PERFORM REPORT_LINE
           END-IF.

      * ONE PIECE OF EQUIPMENT'S SERVICE HISTORY - ITS PREVENTIVE
      * PLANS WITH THE LAST SERVICE AND WHAT IS OUT NOW, THEN EVERY
      * WORK ORDER EVER RAISED AGAINST IT (PREVENTIVE OR BREAKDOWN)
      * WITH THE PARTS DRAWN FOR EACH.
       EQUIPMENT_SERVICE_HISTORY.
           MOVE 0 TO WS-PMS-FIND-EQ
           MOVE " " TO ERROR-MESSAGE
           ACCEPT PM-HISTORY-SCREEN
           MOVE 0 TO Wtrouve
           OPEN INPUT fequip
               MOVE WS-PMS-FIND-EQ TO feq_numEq
               READ fequip
                   INVALID KEY
                       MOVE "THIS EQUIPMENT DOESN'T EXIST" TO
                           ERROR-MESSAGE
                   NOT INVALID KEY
                       MOVE 1 TO Wtrouve
               END-READ
           CLOSE fequip
           IF Wtrouve = 1 THEN
               DISPLAY "EQUIPMENT " feq_numEq " ROOM " feq_numCh " "
                   FUNCTION TRIM(feq_item) " SERIAL "
                   FUNCTION TRIM(feq_serial)
               PERFORM PM_HISTORY_PLANS
               PERFORM PM_HISTORY_ORDERS
               MOVE " " TO MENU-VALIDATE
               ACCEPT PM-HISTORY-END-SCREEN
           END-IF.

      * tamp_fequip HOLDS THE PIECE - ITS SERVICE-REGISTER ROWS.
       PM_HISTORY_PLANS.
           DISPLAY "PREVENTIVE PLANS - PLAN/LAST SERVICE/STAYS SINCE/"
               "OPEN ORDER/PLANNED"
           OPEN INPUT fpmdone
               MOVE feq_numCh TO fps_numCh
               START fpmdone KEY IS EQUAL fps_numCh
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-PMS-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-PMS-EOF = 1
                           READ fpmdone NEXT
                               AT END
                                   MOVE 1 TO WS-PMS-EOF
                               NOT AT END
                                   IF fps_numCh NOT = feq_numCh THEN
                                       MOVE 1 TO WS-PMS-EOF
                                   ELSE
                                       IF fps_numEq = feq_numEq THEN
                                           PERFORM PM_HISTORY_ONE_PLAN
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fpmdone.

      * tamp_fpmdone HOLDS ONE REGISTER ROW OF THE PIECE.
       PM_HISTORY_ONE_PLAN.
           MOVE SPACES TO fpm_label
           OPEN INPUT fpmplan
               MOVE fps_numPm TO fpm_numPm
               READ fpmplan
                   INVALID KEY
                       CONTINUE
               END-READ
           CLOSE fpmplan
           DISPLAY fps_numPm " " FUNCTION TRIM(fpm_label) " "
               fps_last_date " " fps_stay_count " " fps_numWo " "
               fps_plan_date.

      * tamp_fequip HOLDS THE PIECE - EVERY fwo NAMING IT, WHICHEVER
      * ROOM IT WAS IN AT THE TIME, WITH ITS fwopart LINES.
       PM_HISTORY_ORDERS.
           MOVE 0 TO WS-PMS-LISTED
           DISPLAY "WORK ORDERS - NUM/ROOM/OPENED/CLOSED/STATUS/COST/"
               "FAULT"
           OPEN INPUT fwo
               MOVE 0 TO WS-PMS-EOF
               PERFORM WITH TEST AFTER UNTIL WS-PMS-EOF = 1
                   READ fwo NEXT
                       AT END
                           MOVE 1 TO WS-PMS-EOF
                       NOT AT END
                           IF fwo_numEq = feq_numEq THEN
                               ADD 1 TO WS-PMS-LISTED
                               DISPLAY fwo_numWo " " fwo_numCh " "
                                   fwo_date_open " " fwo_date_closed
                                   " " fwo_status " "
                                   fwo_cost_entier "."
                                   fwo_cost_decimal " "
                                   FUNCTION TRIM(fwo_text)
                               PERFORM PM_HISTORY_PARTS
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fwo
           IF WS-PMS-LISTED = 0 THEN
               MOVE "NO WORK ORDER ON THIS EQUIPMENT YET" TO
                   ERROR-MESSAGE
           END-IF.

      * tamp_fwo HOLDS ONE ORDER OF THE PIECE - THE PARTS DRAWN.
       PM_HISTORY_PARTS.
           OPEN INPUT fwopart
               MOVE fwo_numWo TO fwp_numWo
               START fwopart KEY IS EQUAL fwp_numWo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-WO-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-WO-EOF = 1
                           READ fwopart NEXT
                               AT END
                                   MOVE 1 TO WS-WO-EOF
                               NOT AT END
                                   IF fwp_numWo NOT = fwo_numWo THEN
                                       MOVE 1 TO WS-WO-EOF
                                   ELSE
                                       DISPLAY "    PART " fwp_numItem
                                           " QTY " fwp_qty " ON "
                                           fwp_date
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fwopart.

      * LISTS THE SUPPLIER INVOICE REGISTER - EVERY INVOICE WITH ITS
      * MATCH STATE AND, FOR A BLOCKED ONE, THE REASON - SAME
      * CONSOLE STYLE AS DISPLAY_DISPUTES.
       DISPLAY_SUPPLIER_INVOICES.
           DISPLAY "SUPPLIER INVOICES - NUM/SUPPLIER/INVOICE NO/DATE/"
               "PO/TOTAL/STATE/REASON"
           MOVE 0 TO WS-SIN-COUNT
           OPEN INPUT fsinv
               MOVE 0 TO WS-SIN-EOF
               PERFORM WITH TEST AFTER UNTIL WS-SIN-EOF = 1
                   READ fsinv NEXT
                       AT END
                           MOVE 1 TO WS-SIN-EOF
                       NOT AT END
                           ADD 1 TO WS-SIN-COUNT
                           PERFORM SUP_INVOICE_STATE_WORD
                           DISPLAY fsi_numInv " " fsi_numSup " "
                               fsi_ref " " fsi_date " " fsi_numPo " "
                               fsi_total_entier "." fsi_total_decimal
                               " " WS-SIN-WORD " " fsi_reason
                   END-READ
               END-PERFORM
           CLOSE fsinv
           IF WS-SIN-COUNT = 0 THEN
               DISPLAY "NO SUPPLIER INVOICES ON FILE"
           END-IF
           MOVE " " TO MENU-VALIDATE
           ACCEPT SUP-INVOICE-LIST-END-SCREEN.

       SUP_INVOICE_STATE_WORD.
           EVALUATE fsi_status
               WHEN 0
                   MOVE "MATCHED" TO WS-SIN-WORD
               WHEN 1
                   MOVE "BLOCKED" TO WS-SIN-WORD
               WHEN 2
                   MOVE "APPROVED" TO WS-SIN-WORD
               WHEN OTHER
                   MOVE "EXPORTED" TO WS-SIN-WORD
           END-EVALUATE.
