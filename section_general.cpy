           CLOSE fctrl
           MOVE fctl_lastid TO fw_numWait.

      * INVOICE NUMBERS RUN IN ONE SERIES PER FISCAL YEAR (THE
      * BUSINESS DATE'S YEAR): "INVY" REMEMBERS WHICH YEAR THE "INV "
      * COUNTER IS COUNTING, AND THE FIRST INVOICE OF A NEW YEAR
      * RESTARTS IT AT 1. THE NUMBER IS THE YEAR FOLLOWED BY THE
      * SIX-DIGIT SEQUENCE.
       GET_LASTID_INVOICE.
           PERFORM LOAD_BUSINESS_DATE
           OPEN I-O fctrl
               MOVE "INVY" TO fctl_key
               PERFORM READ_FCTRL_LOCKED
               MOVE 0 TO WS-SRG-RESTART
               IF fctl_lastid NOT = WS-BUS-YEAR THEN
                   MOVE WS-BUS-YEAR TO fctl_lastid
                   REWRITE tamp_fctrl
                   MOVE 1 TO WS-SRG-RESTART
               END-IF
               MOVE "INV " TO fctl_key
               PERFORM READ_FCTRL_LOCKED
               IF WS-SRG-RESTART = 1 THEN
                   MOVE 0 TO fctl_lastid
               END-IF
               ADD 1 TO fctl_lastid
               REWRITE tamp_fctrl
           CLOSE fctrl
           COMPUTE fi_numInv = WS-BUS-YEAR * 1000000 + fctl_lastid.

       GET_LASTID_SETTLE.
           OPEN I-O fctrl
               MOVE "STLM" TO fctl_key
               PERFORM READ_FCTRL_LOCKED
               ADD 1 TO fctl_lastid
               REWRITE tamp_fctrl
           CLOSE fctrl
           MOVE fctl_lastid TO fse_numSe.

       GET_LASTID_PAYMENT.
           OPEN I-O fctrl
           CLOSE fctrl
           MOVE fctl_lastid TO flf_numLf.

       GET_LASTID_SIGHTING.
           OPEN I-O fctrl
               MOVE "SGHT" TO fctl_key
               PERFORM READ_FCTRL_LOCKED
               ADD 1 TO fctl_lastid
               REWRITE tamp_fctrl
           CLOSE fctrl
           MOVE fctl_lastid TO fsr_numSg.

       GET_LASTID_PM_PLAN.
           OPEN I-O fctrl
               MOVE "PMPL" TO fctl_key
               PERFORM READ_FCTRL_LOCKED
               ADD 1 TO fctl_lastid
               REWRITE tamp_fctrl
           CLOSE fctrl
           MOVE fctl_lastid TO fpm_numPm.

       GET_LASTID_PM_DONE.
           OPEN I-O fctrl
               MOVE "PMDN" TO fctl_key
               PERFORM READ_FCTRL_LOCKED
               ADD 1 TO fctl_lastid
               REWRITE tamp_fctrl
           CLOSE fctrl
           MOVE fctl_lastid TO fps_numPd.

       GET_LASTID_WOPART.
           OPEN I-O fctrl
               MOVE "WOPT" TO fctl_key
               PERFORM READ_FCTRL_LOCKED
               ADD 1 TO fctl_lastid
               REWRITE tamp_fctrl
           CLOSE fctrl
           MOVE fctl_lastid TO fwp_numWp.

       GET_LASTID_WORKORDER.
           OPEN I-O fctrl
               MOVE "WORD" TO fctl_key
           CLOSE fctrl
           MOVE fctl_lastid TO fcz_numCz.

      * BLANKS THE FIVE VAT LINES OF THE INVOICE BEING BUILT.
       CLEAR_INVOICE_VAT_LINES.
           MOVE 0 TO WS-IVL-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-IVL-IDX = 5
               ADD 1 TO WS-IVL-IDX
               MOVE ZEROS TO fi_vat_line(WS-IVL-IDX)
           END-PERFORM.

      * WS-IVL-IDX/-BASE/-RATE/-TAX MUST BE SET - STORES ONE VAT LINE
      * ON THE INVOICE BEING BUILT, SPLIT INTO ITS ENTIER/DECIMAL
      * PARTS LIKE EVERY OTHER fi_ AMOUNT.
       SET_INVOICE_VAT_LINE.
           MOVE WS-IVL-BASE TO fi_vat_base_entier(WS-IVL-IDX)
           COMPUTE fi_vat_base_decimal(WS-IVL-IDX) =
               (WS-IVL-BASE - fi_vat_base_entier(WS-IVL-IDX)) * 100
           MOVE WS-IVL-RATE TO fi_vat_rate(WS-IVL-IDX)
           MOVE WS-IVL-TAX TO fi_vat_amt_entier(WS-IVL-IDX)
           COMPUTE fi_vat_amt_decimal(WS-IVL-IDX) =
               (WS-IVL-TAX - fi_vat_amt_entier(WS-IVL-IDX)) * 100.

      * SAME YEARLY SERIES AS GET_LASTID_INVOICE FOR CREDIT NOTES -
      * "AVOY" HOLDS THE YEAR THE "AVOI" COUNTER IS COUNTING.
       GET_LASTID_CREDIT_NOTE.
           PERFORM LOAD_BUSINESS_DATE
           OPEN I-O fctrl
               MOVE "AVOY" TO fctl_key
               PERFORM READ_FCTRL_LOCKED
               MOVE 0 TO WS-SRG-RESTART
               IF fctl_lastid NOT = WS-BUS-YEAR THEN
                   MOVE WS-BUS-YEAR TO fctl_lastid
                   REWRITE tamp_fctrl
                   MOVE 1 TO WS-SRG-RESTART
               END-IF
               MOVE "AVOI" TO fctl_key
               PERFORM READ_FCTRL_LOCKED
               IF WS-SRG-RESTART = 1 THEN
                   MOVE 0 TO fctl_lastid
               END-IF
               ADD 1 TO fctl_lastid
               REWRITE tamp_fctrl
           CLOSE fctrl
           COMPUTE fav_numAv = WS-BUS-YEAR * 1000000 + fctl_lastid.

       GET_LASTID_ALLOTMENT.
           OPEN I-O fctrl
               MOVE "ALOT" TO fctl_key
               PERFORM READ_FCTRL_LOCKED
               ADD 1 TO fctl_lastid
               REWRITE tamp_fctrl
           CLOSE fctrl
           MOVE fctl_lastid TO fat_numAl.

       GET_LASTID_STANDBY.
           OPEN I-O fctrl
               MOVE "STBY" TO fctl_key
           CLOSE fctrl
           MOVE fctl_lastid TO fsl_numSl.

       GET_LASTID_PAIDOUT.
           OPEN I-O fctrl
               MOVE "PDOT" TO fctl_key
               PERFORM READ_FCTRL_LOCKED
               ADD 1 TO fctl_lastid
               REWRITE tamp_fctrl
           CLOSE fctrl
           MOVE fctl_lastid TO fpd_numPd.

       GET_LASTID_DISPUTE.
           OPEN I-O fctrl
               MOVE "DISP" TO fctl_key
               PERFORM READ_FCTRL_LOCKED
               ADD 1 TO fctl_lastid
               REWRITE tamp_fctrl
           CLOSE fctrl
           MOVE fctl_lastid TO fds_numDs.

       GET_LASTID_DEPOSIT.
           OPEN I-O fctrl
               MOVE "DEP " TO fctl_key
           CLOSE fctrl
           MOVE fctl_lastid TO fkp_numKp.

       GET_LASTID_BMSCMD.
           OPEN I-O fctrl
               MOVE "BMSC" TO fctl_key
               PERFORM READ_FCTRL_LOCKED
               ADD 1 TO fctl_lastid
               REWRITE tamp_fctrl
           CLOSE fctrl
           MOVE fctl_lastid TO fbp_numBp.

       GET_LASTID_ESTREG.
           OPEN I-O fctrl
               MOVE "ESTR" TO fctl_key
               PERFORM READ_FCTRL_LOCKED
               ADD 1 TO fctl_lastid
               REWRITE tamp_fctrl
           CLOSE fctrl
           MOVE fctl_lastid TO fer_numEr.

       GET_LASTID_GRATUITY.
           OPEN I-O fctrl
               MOVE "GRAT" TO fctl_key
               PERFORM READ_FCTRL_LOCKED
               ADD 1 TO fctl_lastid
               REWRITE tamp_fctrl
           CLOSE fctrl
           MOVE fctl_lastid TO fgt_numGt.

       GET_LASTID_GSHARE.
           OPEN I-O fctrl
               MOVE "GSHR" TO fctl_key
               PERFORM READ_FCTRL_LOCKED
               ADD 1 TO fctl_lastid
               REWRITE tamp_fctrl
           CLOSE fctrl
           MOVE fctl_lastid TO fgs_numGs.

       GET_LASTID_TURNAROUND.
           OPEN I-O fctrl
               MOVE "TURN" TO fctl_key
               PERFORM READ_FCTRL_LOCKED
               ADD 1 TO fctl_lastid
               REWRITE tamp_fctrl
           CLOSE fctrl
           MOVE fctl_lastid TO ftn_numTa.

      * WS-TAT-D1/H1/M1 AND WS-TAT-D2/H2/M2 MUST HOLD TWO STAMPS -
      * LEAVES THE MINUTES FROM THE FIRST TO THE SECOND IN
      * WS-TAT-MIN (NEGATIVE WHEN THEY ARE THE WRONG WAY ROUND).
       TURNAROUND_SPAN.
           COMPUTE WS-TAT-MIN =
               (FUNCTION INTEGER-OF-DATE(WS-TAT-D2)
               - FUNCTION INTEGER-OF-DATE(WS-TAT-D1)) * 1440
               + WS-TAT-H2 * 60 + WS-TAT-M2
               - WS-TAT-H1 * 60 - WS-TAT-M1.

       GET_LASTID_IDENTITY.
           OPEN I-O fctrl
               MOVE "IDR " TO fctl_key
           CLOSE fctrl
           MOVE fctl_lastid TO fpod_numPd.

       GET_LASTID_SUP_INVOICE.
           OPEN I-O fctrl
               MOVE "SINV" TO fctl_key
               PERFORM READ_FCTRL_LOCKED
               ADD 1 TO fctl_lastid
               REWRITE tamp_fctrl
           CLOSE fctrl
           MOVE fctl_lastid TO fsi_numInv.

       GET_LASTID_SUP_INVOICE_LINE.
           OPEN I-O fctrl
               MOVE "SINL" TO fctl_key
               PERFORM READ_FCTRL_LOCKED
               ADD 1 TO fctl_lastid
               REWRITE tamp_fctrl
           CLOSE fctrl
           MOVE fctl_lastid TO fil_numIl.

       GET_LASTID_AMENITY.
           OPEN I-O fctrl
               MOVE "AMEN" TO fctl_key
           CLOSE fctrl
           MOVE fctl_lastid TO fv_numVch.

       GET_LASTID_PREPARATION.
           OPEN I-O fctrl
               MOVE "PREP" TO fctl_key
               PERFORM READ_FCTRL_LOCKED
               ADD 1 TO fctl_lastid
               REWRITE tamp_fctrl
           CLOSE fctrl
           MOVE fctl_lastid TO fpr_numPr.

       GET_LASTID_CATCHUP.
           OPEN I-O fctrl
               MOVE "CTCH" TO fctl_key
               PERFORM READ_FCTRL_LOCKED
               ADD 1 TO fctl_lastid
               REWRITE tamp_fctrl
           CLOSE fctrl
           MOVE fctl_lastid TO fcu_numCu.

       GET_LASTID_REFERRAL.
           OPEN I-O fctrl
               MOVE "XREF" TO fctl_key
               PERFORM READ_FCTRL_LOCKED
               ADD 1 TO fctl_lastid
               REWRITE tamp_fctrl
           CLOSE fctrl
           MOVE fctl_lastid TO frf_numRf.

       GET_LASTID_XFER.
           OPEN I-O fctrl
               MOVE "XFER" TO fctl_key
               PERFORM READ_FCTRL_LOCKED
               ADD 1 TO fctl_lastid
               REWRITE tamp_fctrl
           CLOSE fctrl
           MOVE fctl_lastid TO fxt_numXf.

       GET_LASTID_XFER_LINE.
           OPEN I-O fctrl
               MOVE "XFRL" TO fctl_key
               PERFORM READ_FCTRL_LOCKED
               ADD 1 TO fctl_lastid
               REWRITE tamp_fctrl
           CLOSE fctrl
           MOVE fctl_lastid TO fxl_numXl.

       GET_LASTID_ROOM_INVENTORY.
           OPEN I-O fctrl
               MOVE "RINV" TO fctl_key
               PERFORM READ_FCTRL_LOCKED
               ADD 1 TO fctl_lastid
               REWRITE tamp_fctrl
           CLOSE fctrl
           MOVE fctl_lastid TO fri_numRi.

       GET_LASTID_DELIVERY.
           OPEN I-O fctrl
               MOVE "DLVR" TO fctl_key
               PERFORM READ_FCTRL_LOCKED
               ADD 1 TO fctl_lastid
               REWRITE tamp_fctrl
           CLOSE fctrl
           MOVE fctl_lastid TO fdv_numDv.

      * OPENS A REPORT RUN - WS-RPT-CODE/WS-RPT-TITLE MUST BE SET.
      * AT A TERMINAL THE CLERK IS ASKED ONCE WHETHER TO SPOOL; THE
      * BATCH (NO USER LOGGED IN) AND A CALLER SETTING WS-RPT-FORCE
      * ALWAYS SPOOL. NESTED REPORTS
      * (END_OF_DAY RUNS DAILY REVENUE INSIDE ITSELF) SHARE THE
      * OUTERMOST SPOOL FILE VIA WS-RPT-DEPTH.
       BEGIN_REPORT.
           ADD 1 TO WS-RPT-DEPTH
           IF WS-RPT-DEPTH = 1 THEN
               IF WS-CURRENT-USER-NUM = 0 OR WS-RPT-FORCE = 1 THEN
                   MOVE 1 TO WS-RPT-MODE
               ELSE
                   MOVE " " TO WS-RPT-ASK
                   WS-TRAINING-BANNER
           END-IF.

      * LEAVES THE FROZEN BUSINESS DATE IN WS-BUSINESS-DATE - THE DAY
      * EVERY fpay/fext/finv/fcanc POSTING BELONGS TO UNTIL THE NIGHT
      * AUDIT (CUPIDON-AUDIT) ROLLS IT, SO A CHECKOUT AT 00:20 STILL
      * LANDS ON THE DAY BEING CLOSED. READ FRESH AT EVERY POSTING SO
      * A SESSION LEFT OPEN ACROSS THE AUDIT PICKS UP THE ROLL. A NEW
      * INSTALLATION (COUNTERS STILL AT ZERO) STARTS ON TODAY'S DATE.
       LOAD_BUSINESS_DATE.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
           OPEN I-O fctrl
               MOVE "BDYR" TO fctl_key
               PERFORM READ_FCTRL_LOCKED
               IF cr_fctrl = "00" AND fctl_lastid NOT = 0 THEN
                   MOVE fctl_lastid TO WS-BUS-YEAR
                   MOVE "BDMD" TO fctl_key
                   PERFORM READ_FCTRL_LOCKED
                   IF cr_fctrl = "00" THEN
                       MOVE fctl_lastid TO WS-BUS-MD
                       DIVIDE WS-BUS-MD BY 100 GIVING WS-BUS-MONTH
                           REMAINDER WS-BUS-DAY
                   ELSE
                       MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
                   END-IF
               ELSE
                   IF cr_fctrl = "00" THEN
                       PERFORM STORE_BUSINESS_DATE_LOCKED
                   END-IF
               END-IF
           CLOSE fctrl.

      * WS-BUSINESS-DATE MUST HOLD THE NEW DATE - WRITES IT BACK TO
      * THE TWO fctrl RECORDS (THE NIGHT AUDIT'S ROLL).
       STORE_BUSINESS_DATE.
           OPEN I-O fctrl
               PERFORM STORE_BUSINESS_DATE_LOCKED
           CLOSE fctrl.

      * fctrl MUST BE OPEN I-O - THE BODY OF STORE_BUSINESS_DATE,
      * SHARED WITH LOAD_BUSINESS_DATE'S FIRST-RUN SEEDING.
       STORE_BUSINESS_DATE_LOCKED.
           MOVE "BDYR" TO fctl_key
           PERFORM READ_FCTRL_LOCKED
           MOVE WS-BUS-YEAR TO fctl_lastid
           IF cr_fctrl = "00" THEN
               REWRITE tamp_fctrl
           ELSE
               MOVE "BDYR" TO fctl_key
               WRITE tamp_fctrl
           END-IF
           MOVE "BDMD" TO fctl_key
           PERFORM READ_FCTRL_LOCKED
           COMPUTE fctl_lastid = WS-BUS-MONTH * 100 + WS-BUS-DAY
           IF cr_fctrl = "00" THEN
               REWRITE tamp_fctrl
           ELSE
               MOVE "BDMD" TO fctl_key
               WRITE tamp_fctrl
           END-IF.

      * fpar_key MUST BE SET BEFORE CALL - READS THE MATCHING fparam
      * RECORD, LEAVING THE RATE IN fpar_value (0 WHEN THE RECORD IS
      * MISSING, SO CALLERS FALL BACK TO THEIR COMPILED-IN DEFAULT).
           END-IF.

      * tamp_fresa MUST HOLD THE RESERVATION BEING CANCELLED - APPLIES
      * THE CANCELLATION POLICY AGAINST THE CLOCK. A STAY SOLD UNDER
      * A RATE PLAN GETS THAT PLAN'S SCHEDULE (CALC_PLAN_CANCEL_FEE);
      * ANY OTHER GETS THE HOUSE POLICY: PAST fr_date_debut
      * IS A NO-SHOW (FULL DEPOSIT FORFEIT), INSIDE 24 HOURS OF IT
      * FORFEITS WS-CANC-LATE-PCT PERCENT, ANYTHING EARLIER REFUNDS
      * THE DEPOSIT WHOLE. THE 24H CUTOFF USES THE SAME DAY > 1
      * BORROW SHORTCUT AS CALC_ACTUAL_CHECKOUT. LEAVES THE VERDICT IN
      * WS-CANC-REASON/WS-CANC-FEE/WS-CANC-REFUND AND THE PLAN NAME
      * IN WS-RPL-NAME.
       CALC_CANCEL_FEE.
           MOVE WS-CURRENT-YEAR TO WS-NOW-YEAR
           MOVE WS-CURRENT-MONTH TO WS-NOW-MONTH
           MOVE WS-CURRENT-MINUTE TO WS-NOW-MINUTE
           COMPUTE WS-CANC-DEPOSIT =
               fr_deposit_entier + (fr_deposit_decimal / 100)
           MOVE fr_plan TO WS-RPL-CODE
           PERFORM READ_RATE_PLAN
           IF WS-RPL-FOUND = 1 THEN
               PERFORM CALC_PLAN_CANCEL_FEE
           ELSE
               MOVE fr_date_debut TO WS-CANC-CUTOFF-DATETIME
               IF WS-CANC-CUTOFF-DAY > 1 THEN
                   SUBTRACT 1 FROM WS-CANC-CUTOFF-DAY
               END-IF
               IF WS-NOW-DATETIME >= fr_date_debut THEN
                   MOVE 2 TO WS-CANC-REASON
                   MOVE WS-CANC-DEPOSIT TO WS-CANC-FEE
               ELSE
                   IF WS-NOW-DATETIME >= WS-CANC-CUTOFF-DATETIME THEN
                       MOVE 1 TO WS-CANC-REASON
                       COMPUTE WS-CANC-FEE = WS-CANC-DEPOSIT *
                           WS-CANC-LATE-PCT / 100
                   ELSE
                       MOVE 0 TO WS-CANC-REASON
                       MOVE 0 TO WS-CANC-FEE
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-CANC-REFUND = WS-CANC-DEPOSIT - WS-CANC-FEE.

      * tamp_frplan HOLDS THE STAY'S PLAN (READ_RATE_PLAN), WS-NOW-*
      * AND WS-CANC-DEPOSIT ARE SET - THE PLAN'S OWN SCHEDULE,
      * COUNTED IN MINUTES TO THE START SO ANY WINDOW LENGTH WORKS
      * ACROSS MONTH ENDS: AT OR PAST THE START IS A NO-SHOW
      * (frp_noshow_pct), frp_free_hours OR MORE AHEAD IS FREE,
      * ANYTHING CLOSER (OR ANY TIME AT ALL ON A PLAN WITH NO FREE
      * WINDOW) FORFEITS frp_late_pct.
       CALC_PLAN_CANCEL_FEE.
           MOVE fr_date_debut_date TO WS-CANC-YMD
           COMPUTE WS-CANC-START-MIN =
               (FUNCTION INTEGER-OF-DATE(WS-CANC-YMD) * 1440)
               + (fr_date_debut_hours * 60) + fr_date_debut_minute
           MOVE WS-NOW-DATE TO WS-CANC-YMD
           COMPUTE WS-CANC-NOW-MIN =
               (FUNCTION INTEGER-OF-DATE(WS-CANC-YMD) * 1440)
               + (WS-NOW-HOURS * 60) + WS-NOW-MINUTE
           COMPUTE WS-CANC-LEAD-MIN =
               WS-CANC-START-MIN - WS-CANC-NOW-MIN
           IF WS-CANC-LEAD-MIN <= 0 THEN
               MOVE 2 TO WS-CANC-REASON
               COMPUTE WS-CANC-FEE =
                   WS-CANC-DEPOSIT * frp_noshow_pct / 100
           ELSE
               IF frp_free_hours NOT = 0 AND
                   WS-CANC-LEAD-MIN >= frp_free_hours * 60 THEN
                   MOVE 0 TO WS-CANC-REASON
                   MOVE 0 TO WS-CANC-FEE
               ELSE
                   MOVE 1 TO WS-CANC-REASON
                   COMPUTE WS-CANC-FEE =
                       WS-CANC-DEPOSIT * frp_late_pct / 100
               END-IF
           END-IF
           IF WS-CANC-FEE > WS-CANC-DEPOSIT THEN
               MOVE WS-CANC-DEPOSIT TO WS-CANC-FEE
           END-IF.

      * WS-RPL-CODE MUST HOLD A PLAN CODE - WS-RPL-FOUND = 1 AND
      * tamp_frplan ON THE PLAN WHEN IT EXISTS; WS-RPL-NAME IS ITS
      * NAME, OR "HOUSE TERMS" FOR A BLANK OR UNKNOWN CODE.
       READ_RATE_PLAN.
           MOVE 0 TO WS-RPL-FOUND
           MOVE "HOUSE TERMS" TO WS-RPL-NAME
           IF WS-RPL-CODE NOT = SPACES THEN
               OPEN INPUT frplan
                   MOVE WS-RPL-CODE TO frp_code
                   READ frplan
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO WS-RPL-FOUND
                           MOVE frp_nom TO WS-RPL-NAME
                   END-READ
               CLOSE frplan
           END-IF.

      * fr_plan, fr_duree/fr_nights, fr_date_debut, fr_deposit AND
      * tamp_fch (ROOM_EXIST) MUST BE SET - Wtrouve = 1 WHEN THE
      * BOOKING MAY BE TAKEN ON ITS PLAN (OR HAS NONE). THE PLAN MUST
      * EXIST AND BE ON SALE, AND WITH WS-RPL-PREPAY = 1 THE DEPOSIT
      * MUST COVER frp_prepay_pct OF THE PLAN-PRICED STAY. THE
      * VERDICT IS LEFT IN WS-RPL-REASON FOR SHOW_RATE_PLAN_REASON.
       CHECK_RATE_PLAN.
           MOVE 0 TO WS-RPL-REASON
           MOVE 1 TO Wtrouve
           MOVE fr_plan TO WS-RPL-CODE
           PERFORM READ_RATE_PLAN
           IF fr_plan NOT = SPACES THEN
               IF WS-RPL-FOUND = 0 THEN
                   MOVE 1 TO WS-RPL-REASON
               ELSE
                   IF frp_status NOT = 0 THEN
                       MOVE 2 TO WS-RPL-REASON
                   ELSE
                       IF WS-RPL-PREPAY = 1 AND
                           frp_prepay_pct NOT = 0 THEN
                           MOVE frp_prepay_pct TO WS-RPL-AMOUNT
                           MOVE fr_plan TO WS-RPL-ARM
                           PERFORM GET_ROOM_RATE_FOR_DATE
                           COMPUTE WS-REV-DURATION =
                               fr_duree_hours + (fr_duree_minute / 60)
                               + (fr_nights * 24)
                           PERFORM DST_STAY_CORRECTION
                           ADD WS-DST-HOURS TO WS-REV-DURATION
                           COMPUTE WS-RPL-REQUIRED =
                               WS-REV-PRICE * WS-REV-DURATION
                               * WS-RPL-AMOUNT / 100
                           COMPUTE WS-RPL-HELD = fr_deposit_entier
                               + (fr_deposit_decimal / 100)
                           IF WS-RPL-HELD < WS-RPL-REQUIRED THEN
                               MOVE 3 TO WS-RPL-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-RPL-REASON NOT = 0 THEN
               MOVE 0 TO Wtrouve
           END-IF.

      * WS-RPL-REASON MUST HOLD CHECK_RATE_PLAN'S VERDICT - PUTS THE
      * MATCHING MESSAGE IN ERROR-MESSAGE.
       SHOW_RATE_PLAN_REASON.
           EVALUATE WS-RPL-REASON
               WHEN 1
                   MOVE "UNKNOWN RATE PLAN" TO ERROR-MESSAGE
               WHEN 2
                   MOVE "RATE PLAN WITHDRAWN FROM SALE" TO
                       ERROR-MESSAGE
               WHEN 3
                   MOVE WS-RPL-REQUIRED TO WS-RPL-REQ-ED
                   MOVE SPACES TO ERROR-MESSAGE
                   STRING "RATE PLAN REQUIRES A DEPOSIT OF "
                       WS-RPL-REQ-ED DELIMITED BY SIZE
                       INTO ERROR-MESSAGE
           END-EVALUATE.

      * tamp_fresa MUST STILL HOLD THE RESERVATION AND CALC_CANCEL_FEE
      * MUST HAVE RUN - KEEPS THE PERMANENT fcanc REGISTER LINE
      * (POLICY VERDICT, AMOUNTS, CLERK, TIMESTAMP) BEFORE THE fresa
      * RECORD IS DELETED OUT FROM UNDER ANY LATER DISPUTE.
       RECORD_CANCELLATION.
           PERFORM LOAD_BUSINESS_DATE
           MOVE WS-BUS-YEAR TO WS-PER-KEY-YEAR
           MOVE WS-BUS-MONTH TO WS-PER-KEY-MONTH
           PERFORM ENFORCE_PERIOD_LOCK
           IF WS-PER-OK = 0 THEN
               MOVE "CANCELLATION NOT RECORDED - PERIOD CLOSED" TO
                   ERROR-MESSAGE
           ELSE
               PERFORM GET_LASTID_CANCEL
               MOVE fr_numResa TO fx_numResa
               MOVE fr_numCl TO fx_numCl
               MOVE fr_numCh TO fx_numCh
               MOVE WS-BUSINESS-DATE TO fx_date_date
               MOVE WS-CURRENT-HOURS TO fx_date_hours
               MOVE WS-CURRENT-MINUTE TO fx_date_minute
               MOVE WS-CURRENT-USER-NUM TO fx_numP
               MOVE WS-CANC-REASON TO fx_reason
               MOVE fr_deposit TO fx_deposit
               MOVE WS-CANC-FEE TO fx_fee_entier
               COMPUTE fx_fee_decimal =
                   (WS-CANC-FEE - fx_fee_entier) * 100
               MOVE WS-CANC-REFUND TO fx_refund_entier
               COMPUTE fx_refund_decimal =
                   (WS-CANC-REFUND - fx_refund_entier) * 100
               MOVE fr_origin TO fx_origin
               MOVE fr_numCo TO fx_numCo
               MOVE fr_date_debut TO fx_stay
               MOVE fr_nights TO fx_nights
               MOVE fr_duree_hours TO fx_duree_hours
               MOVE fr_duree_minute TO fx_duree_minute
               MOVE fr_created_date TO fx_created_date
               OPEN I-O fcanc
                   WRITE tamp_fcanc
                       INVALID KEY
                           MOVE "CANCELLATION REGISTER ERROR" TO
                               ERROR-MESSAGE
                       NOT INVALID KEY
                           MOVE "fcanc" TO WS-AUDIT-FILE
                           MOVE fx_numCanc TO WS-AUDIT-KEY
                           MOVE "ADD" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                   END-WRITE
               CLOSE fcanc
           END-IF.

      * fr_numResa MUST HOLD THE STAY AND WS-GRT-AMT-ENTIER/DECIMAL,
      * WS-GRT-METHOD AND WS-GRT-SOURCE THE GRATUITY JUST TAKEN -
      * PUTS IT IN THE POOL OF THE BUSINESS DATE'S PERIOD, APART FROM
      * THE BILL, fpay AND THE VAT. A CASH GRATUITY IS PINNED TO THE
      * CLERK'S OPEN SHIFT SO THE DRAWER COUNT EXPECTS IT.
       RECORD_GRATUITY.
           PERFORM LOAD_BUSINESS_DATE
           PERFORM GET_LASTID_GRATUITY
           MOVE fr_numResa TO fgt_numResa
           COMPUTE fgt_period = WS-BUS-YEAR * 100 + WS-BUS-MONTH
           MOVE WS-BUSINESS-DATE TO fgt_date
           MOVE WS-CURRENT-HOURS TO fgt_time_hours
           MOVE WS-CURRENT-MINUTE TO fgt_time_minute
           MOVE WS-GRT-AMT-ENTIER TO fgt_amount_entier
           MOVE WS-GRT-AMT-DECIMAL TO fgt_amount_decimal
           MOVE WS-GRT-METHOD TO fgt_method
           MOVE WS-GRT-SOURCE TO fgt_source
           IF WS-GRT-METHOD = 0 THEN
               MOVE WS-SHIFT-NUM TO fgt_numShift
           ELSE
               MOVE 0 TO fgt_numShift
           END-IF
           MOVE WS-CURRENT-USER-NUM TO fgt_numP
           MOVE 0 TO fgt_status
           MOVE 0 TO fgt_dist_date
           OPEN I-O fgrat
               WRITE tamp_fgrat
                   INVALID KEY
                       MOVE "GRATUITY NOT RECORDED" TO ERROR-MESSAGE
                   NOT INVALID KEY
                       MOVE "fgrat" TO WS-AUDIT-FILE
                       MOVE fgt_numGt TO WS-AUDIT-KEY
                       MOVE "ADD" TO WS-AUDIT-OP
                       PERFORM AUDIT_LOG
               END-WRITE
           CLOSE fgrat.

      * MONEY ALREADY TAKEN MUST NOT BE POSTED ON THE SCREEN'S
      * DEFAULTS - A PAYMENT SCREEN LEFT UNANSWERED IS PUT BACK (THE
      * TERMINAL LOCKS IN BETWEEN ONCE PAST THE ROLE'S LIMIT) UNTIL
      * IT IS ACTUALLY KEYED.
       ACCEPT_CHECKOUT_PAYMENT.
           PERFORM WITH TEST AFTER UNTIL WS-IDL-TIMED = 0
               PERFORM IDLE_ARM
               ACCEPT CHECKOUT-PAYMENT-SCREEN
                   WITH TIME-OUT WS-IDL-WAIT
               PERFORM IDLE_CHECK
           END-PERFORM.

       ACCEPT_PAYMENT_METHOD.
           PERFORM WITH TEST AFTER UNTIL WS-IDL-TIMED = 0
               PERFORM IDLE_ARM
               ACCEPT PAYMENT-METHOD-SCREEN
                   WITH TIME-OUT WS-IDL-WAIT
               PERFORM IDLE_CHECK
           END-PERFORM.

      * fr_numResa MUST HOLD THE RESERVATION AND WS-PAY-AMT-ENTIER/
      * WS-PAY-AMT-DECIMAL/WS-PAY-METHOD THE INSTALLMENT JUST TAKEN -
      * RESPONSIBLE FOR KEEPING fr_amount_paid IN STEP (THE LEDGER IS
      * THE DETAIL, THE RESERVATION FIELD STAYS THE RUNNING TOTAL).
       POST_PAYMENT.
           PERFORM LOAD_BUSINESS_DATE
           MOVE WS-BUS-YEAR TO WS-PER-KEY-YEAR
           MOVE WS-BUS-MONTH TO WS-PER-KEY-MONTH
           PERFORM ENFORCE_PERIOD_LOCK
           IF WS-PER-OK = 0 THEN
               MOVE "PAYMENT NOT POSTED - PERIOD CLOSED" TO
           MOVE WS-PAY-AMT-ENTIER TO fy_amount_entier
           MOVE WS-PAY-AMT-DECIMAL TO fy_amount_decimal
           MOVE WS-PAY-METHOD TO fy_method
           MOVE WS-BUSINESS-DATE TO fy_date_date
           MOVE WS-CURRENT-HOURS TO fy_date_hours
           MOVE WS-CURRENT-MINUTE TO fy_date_minute
           MOVE WS-CURRENT-USER-NUM TO fy_numP
               WRITE tamp_fturn
           CLOSE fturn.

      * fcg_code HOLDS THE CAMPAIGN - ITS RFM AUDIENCE INTO
      * WS-CAM-AUDIENCE (BLANK, I.E. EVERYBODY, WHEN IT IS NOT
      * REGISTERED). fcamp MUST BE CLOSED.
       LOAD_CAMPAIGN_AUDIENCE.
           MOVE SPACES TO WS-CAM-AUDIENCE
           OPEN INPUT fcamp
               READ fcamp
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE fcg_audience TO WS-CAM-AUDIENCE
               END-READ
           CLOSE fcamp.

      * tamp_fcli HOLDS THE CLIENT - WS-CAM-IN = 1 WHEN THE LAST
      * RFM SCORING PUT THEM IN WS-CAM-AUDIENCE (OR THERE IS NONE).
       CHECK_CAMPAIGN_AUDIENCE.
           MOVE 0 TO WS-CAM-IN
           IF WS-CAM-AUDIENCE = SPACES OR
               fcl_rfm_seg = WS-CAM-AUDIENCE THEN
               MOVE 1 TO WS-CAM-IN
           END-IF.

      * LEAVES THE HOUSE LANGUAGE CODE IN WS-LNG-HOUSE - fparam
      * "HLNG" IS ITS POSITION IN WS-LNG-CODE, FR WHEN UNSET.
       GET_HOUSE_LANGUAGE.
           MOVE "HLNG" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-LNG-I
           IF WS-LNG-I < 1 OR WS-LNG-I > 6 THEN
               MOVE 1 TO WS-LNG-I
           END-IF
           MOVE WS-LNG-CODE(WS-LNG-I) TO WS-LNG-HOUSE.

      * WS-LNG-CHECK HOLDS A KEYED LANGUAGE - WS-LNG-OK = 1 WHEN IT
      * IS BLANK (HOUSE LANGUAGE) OR ONE OF WS-LNG-CODE.
       CHECK_LANGUAGE_CODE.
           MOVE 0 TO WS-LNG-OK
           IF WS-LNG-CHECK = SPACES THEN
               MOVE 1 TO WS-LNG-OK
           END-IF
           PERFORM VARYING WS-LNG-I FROM 1 BY 1 UNTIL WS-LNG-I > 6
               IF WS-LNG-CHECK = WS-LNG-CODE(WS-LNG-I) THEN
                   MOVE 1 TO WS-LNG-OK
               END-IF
           END-PERFORM.

      * CLEARS THE BUILD_GUEST_MESSAGE INPUTS BEFORE A WRITER FILLS
      * THE ONES IT HAS.
       RESET_GUEST_MESSAGE.
           MOVE SPACES TO WS-MSG-TYPE
           MOVE SPACES TO WS-MSG-LANG
           MOVE SPACES TO WS-MSG-DEFAULT
           MOVE SPACES TO WS-MSG-NAME
           MOVE 0 TO WS-MSG-ROOM
           MOVE SPACES TO WS-MSG-TIME
           MOVE SPACES TO WS-MSG-CODE.

      * WS-MSG-TYPE, WS-MSG-LANG (THE GUEST'S fcl_lang, BLANK = HOUSE)
      * AND WS-MSG-DEFAULT (THE WRITER'S OWN WORDING) MUST BE SET,
      * WITH WHATEVER OF WS-MSG-NAME/ROOM/TIME/CODE THE WRITER KNOWS.
      * PICKS THE ftmpl WORDING FOR THE GUEST'S LANGUAGE, ELSE THE
      * HOUSE LANGUAGE'S, ELSE THE DEFAULT, AND LEAVES IT IN
      * WS-MSG-TEXT WITH THE PLACEHOLDERS FILLED IN.
       BUILD_GUEST_MESSAGE.
           PERFORM GET_HOUSE_LANGUAGE
           IF WS-MSG-LANG = SPACES THEN
               MOVE WS-LNG-HOUSE TO WS-MSG-LANG
           END-IF
           MOVE WS-MSG-DEFAULT TO WS-MSG-SRC
           OPEN INPUT ftmpl
               MOVE WS-MSG-TYPE TO ftm_type
               MOVE WS-MSG-LANG TO ftm_lang
               READ ftmpl
                   INVALID KEY
                       MOVE WS-MSG-TYPE TO ftm_type
                       MOVE WS-LNG-HOUSE TO ftm_lang
                       READ ftmpl
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE ftm_text TO WS-MSG-SRC
                       END-READ
                   NOT INVALID KEY
                       MOVE ftm_text TO WS-MSG-SRC
               END-READ
           CLOSE ftmpl
           MOVE SPACES TO WS-MSG-TEXT
           MOVE 1 TO WS-MSG-P
           MOVE 1 TO WS-MSG-I
           PERFORM WITH TEST BEFORE UNTIL WS-MSG-I > 100
               MOVE SPACES TO WS-MSG-TOKEN
               IF WS-MSG-SRC(WS-MSG-I:1) = "<" AND WS-MSG-I < 96
                   THEN
                   MOVE WS-MSG-SRC(WS-MSG-I:6) TO WS-MSG-TOKEN
               END-IF
               EVALUATE WS-MSG-TOKEN
                   WHEN "<NAME>"
                       STRING FUNCTION TRIM(WS-MSG-NAME)
                           DELIMITED BY SIZE INTO WS-MSG-TEXT
                           WITH POINTER WS-MSG-P
                       ADD 6 TO WS-MSG-I
                   WHEN "<ROOM>"
                       STRING FUNCTION TRIM(WS-MSG-ROOM)
                           DELIMITED BY SIZE INTO WS-MSG-TEXT
                           WITH POINTER WS-MSG-P
                       ADD 6 TO WS-MSG-I
                   WHEN "<TIME>"
                       STRING FUNCTION TRIM(WS-MSG-TIME)
                           DELIMITED BY SIZE INTO WS-MSG-TEXT
                           WITH POINTER WS-MSG-P
                       ADD 6 TO WS-MSG-I
                   WHEN "<CODE>"
                       STRING FUNCTION TRIM(WS-MSG-CODE)
                           DELIMITED BY SIZE INTO WS-MSG-TEXT
                           WITH POINTER WS-MSG-P
                       ADD 6 TO WS-MSG-I
                   WHEN OTHER
                       STRING WS-MSG-SRC(WS-MSG-I:1)
                           DELIMITED BY SIZE INTO WS-MSG-TEXT
                           WITH POINTER WS-MSG-P
                       ADD 1 TO WS-MSG-I
               END-EVALUATE
           END-PERFORM.

      * WS-CTC-FIND-CL MUST HOLD THE CLIENT AND WS-CTC-PURPOSE THE
      * SEND'S PURPOSE (0 OPERATIONAL / 1 MARKETING) - LEAVES THE
      * DESTINATION IN WS-CTC-DEST WITH WS-CTC-OK = 1 WHEN A
               MOVE 0 TO Wtrouve
           END-IF.

      * CLIENT_EXIST MUST HAVE LOADED THE CLIENT. A BLANK fr_segment
      * TAKES THE CLIENT'S LAST SEGMENT; A KEYED SEGMENT MUST BE AN
      * IN-USE fseg CODE (Wtrouve = 0 REJECTS IT). A DEFAULT THAT HAS
      * SINCE BEEN WITHDRAWN IS QUIETLY DROPPED RATHER THAN REJECTED -
      * THE STAY IS THEN LEFT UNCLASSIFIED (BLANK).
       CHECK_MARKET_SEGMENT.
           MOVE 1 TO Wtrouve
           MOVE 0 TO WS-SEG-DEFAULTED
           IF fr_segment = SPACES THEN
               MOVE fcl_segment TO fr_segment
               MOVE 1 TO WS-SEG-DEFAULTED
           END-IF
           IF fr_segment NOT = SPACES THEN
               OPEN INPUT fseg
                   MOVE fr_segment TO fsg_code
                   READ fseg
                       INVALID KEY
                           MOVE 0 TO Wtrouve
                       NOT INVALID KEY
                           IF fsg_status NOT = 0 THEN
                               MOVE 0 TO Wtrouve
                           END-IF
                   END-READ
               CLOSE fseg
               IF Wtrouve = 0 AND WS-SEG-DEFAULTED = 1 THEN
                   MOVE SPACES TO fr_segment
                   MOVE 1 TO Wtrouve
               END-IF
           END-IF.

      * AFTER A BOOKING IS WRITTEN - fr_numCL/fr_segment ARE THE NEW
      * STAY. KEEPS fcl_segment ON THE CLIENT'S LATEST SEGMENT SO THE
      * NEXT BOOKING DEFAULTS TO IT.
       REMEMBER_CLIENT_SEGMENT.
           IF fr_segment NOT = SPACES THEN
               OPEN I-O fcli
                   MOVE fr_numCL TO fcl_numCl
                   READ fcli
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF fcl_segment NOT = fr_segment THEN
                               MOVE fr_segment TO fcl_segment
                               REWRITE tamp_fcli
                               MOVE "fcli" TO WS-AUDIT-FILE
                               MOVE fcl_numCl TO WS-AUDIT-KEY
                               MOVE "MODIFY" TO WS-AUDIT-OP
                               PERFORM AUDIT_LOG
                           END-IF
                   END-READ
               CLOSE fcli
           END-IF.

      * fr_numCh MUST BE COMPLETED BEFORE PERFORM THIS FUNCTION -
      * LEAVES tamp_fch ON THE MATCHED ROOM, SAME AS CLIENT_EXIST
       ROOM_EXIST.
           MOVE 0 TO Wtrouve
           OPEN INPUT fch
               MOVE fr_numCh TO fc_numCh
               READ fch
                   INVALID KEY
                       MOVE 0 TO Wtrouve
                   NOT INVALID KEY
                       MOVE 1 TO Wtrouve
               END-READ
           CLOSE fch.

      * ROOM_EXIST MUST BE PERFORMED FIRST AND HAVE FOUND THE ROOM
      * (LEAVES tamp_fch ON THE MATCH, SO fc_status IS ALREADY THERE) -
      * Wtrouve = 1 WHEN THE ROOM IS IN SERVICE (fc_status = 0) AND
      * SELLABLE FOR EVERY NIGHT OF THE STAY IN fr_* (SEE
      * ROOM_SELLABLE_FOR_STAY), 0 OTHERWISE.
       CHECK_ROOM_STATUS.
           IF fc_status = 0 THEN
               MOVE 1 TO Wtrouve
               PERFORM ROOM_SELLABLE_FOR_STAY
           ELSE
               MOVE 0 TO Wtrouve
           END-IF.

      * tamp_fch ON THE ROOM AND fr_date_debut/fr_nights ON THE STAY
      * ASKED FOR - DROPS Wtrouve TO 0 WHEN ANY NIGHT OF THE STAY
      * FALLS BEFORE THE ROOM ENTERED SERVICE, ON OR AFTER ITS
      * RETIREMENT, OR INSIDE ONE OF ITS froominv RENOVATION
      * PERIODS. READS froominv BY ROOM, SO NO TABLE LOAD IS NEEDED.
       ROOM_SELLABLE_FOR_STAY.
           MOVE fr_date_debut_date TO WS-RIN-DATE
           MOVE WS-RIN-DATE TO WS-RIN-LAST
           IF fr_nights > 1 AND
               FUNCTION TEST-DATE-YYYYMMDD(WS-RIN-DATE) = 0 THEN
               COMPUTE WS-RIN-LAST = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RIN-DATE)
                   + fr_nights - 1)
           END-IF
           IF fc_in_service > WS-RIN-DATE THEN
               MOVE 0 TO Wtrouve
           END-IF
           IF fc_retired NOT = 0 AND fc_retired <= WS-RIN-LAST THEN
               MOVE 0 TO Wtrouve
           END-IF
           IF Wtrouve = 1 THEN
               OPEN INPUT froominv
               IF cr_froominv = "00" THEN
                   MOVE fc_numCh TO fri_numCh
                   START froominv KEY = fri_numCh
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 0 TO WS-RIN-EOF
                           PERFORM WITH TEST AFTER UNTIL WS-RIN-EOF = 1
                               READ froominv NEXT
                                   AT END
                                       MOVE 1 TO WS-RIN-EOF
                                   NOT AT END
                                       IF fri_numCh NOT = fc_numCh THEN
                                           MOVE 1 TO WS-RIN-EOF
                                       ELSE
                                           IF fri_kind = 3 AND
                                             fri_from <= WS-RIN-LAST
                                             AND fri_to >= WS-RIN-DATE
                                             THEN
                                               MOVE 0 TO Wtrouve
                                           END-IF
                                       END-IF
                               END-READ
                           END-PERFORM
                   END-START
               END-IF
               CLOSE froominv
           END-IF.

      * LOADS EVERY fch ROOM'S SELLABLE LIFE INTO WS-RIN-RM-TAB AND
      * EVERY RENOVATION PERIOD INTO WS-RIN-OUT-TAB, SO A REPORT CAN
      * ASK FOR THE INVENTORY OF ANY DATE WITHOUT REREADING THE
      * FILES. PERFORM IT WHILE fch IS CLOSED - IT OPENS AND CLOSES
      * fch ITSELF AND LEAVES tamp_fch ON THE LAST ROOM. USES ITS OWN
      * END FLAG, Wfin IS LEFT ALONE.
       LOAD_ROOM_INVENTORY.
           MOVE 0 TO WS-RIN-RM-CNT
           OPEN INPUT fch
               MOVE 0 TO WS-RIN-EOF
               PERFORM WITH TEST AFTER UNTIL WS-RIN-EOF = 1
                   READ fch NEXT
                       AT END
                           MOVE 1 TO WS-RIN-EOF
                       NOT AT END
                           IF WS-RIN-RM-CNT < 500 THEN
                               ADD 1 TO WS-RIN-RM-CNT
                               MOVE fc_numCh TO
                                   WS-RIN-RM-NUM(WS-RIN-RM-CNT)
                               MOVE fc_site TO
                                   WS-RIN-RM-SITE(WS-RIN-RM-CNT)
                               MOVE fc_typeCh TO
                                   WS-RIN-RM-TYPE(WS-RIN-RM-CNT)
                               MOVE fc_in_service TO
                                   WS-RIN-RM-START(WS-RIN-RM-CNT)
                               MOVE fc_retired TO
                                   WS-RIN-RM-STOP(WS-RIN-RM-CNT)
                               MOVE 24 TO WS-RIN-RM-HOURS(WS-RIN-RM-CNT)
                               IF fc_close_hour > fc_open_hour THEN
                                   COMPUTE
                                       WS-RIN-RM-HOURS(WS-RIN-RM-CNT) =
                                       fc_close_hour - fc_open_hour
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fch
           PERFORM LOAD_RENOVATION_PERIODS.

      * RENOVATION HALF OF LOAD_ROOM_INVENTORY, ALSO PERFORMED ON ITS
      * OWN BY SCANS THAT ALREADY HOLD fch OPEN AND ONLY NEED
      * ROOM_IN_INVENTORY ON THE RECORD IN HAND.
       LOAD_RENOVATION_PERIODS.
           MOVE 0 TO WS-RIN-OUT-CNT
           OPEN INPUT froominv
           IF cr_froominv = "00" THEN
               MOVE 0 TO WS-RIN-EOF
               PERFORM WITH TEST AFTER UNTIL WS-RIN-EOF = 1
                   READ froominv NEXT
                       AT END
                           MOVE 1 TO WS-RIN-EOF
                       NOT AT END
                           IF fri_kind = 3 AND WS-RIN-OUT-CNT < 300 THEN
                               ADD 1 TO WS-RIN-OUT-CNT
                               MOVE fri_numCh TO
                                   WS-RIN-OUT-NUM(WS-RIN-OUT-CNT)
                               MOVE fri_from TO
                                   WS-RIN-OUT-FROM(WS-RIN-OUT-CNT)
                               MOVE fri_to TO
                                   WS-RIN-OUT-TO(WS-RIN-OUT-CNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE froominv.

      * tamp_fch ON THE ROOM, WS-RIN-DATE ON THE DAY BEING REPORTED
      * AND THE RENOVATION TABLE LOADED - WS-RIN-IN = 1 WHEN THE ROOM
      * WAS PART OF THE SELLABLE INVENTORY THAT DAY, 0 WHEN IT WAS
      * NOT YET IN SERVICE, ALREADY RETIRED OR UNDER RENOVATION.
       ROOM_IN_INVENTORY.
           MOVE fc_numCh TO WS-RIN-NUM
           MOVE fc_in_service TO WS-RIN-START
           MOVE fc_retired TO WS-RIN-STOP
           PERFORM RIN_CHECK_ROOM.

      * WS-RIN-NUM/WS-RIN-START/WS-RIN-STOP ON ONE ROOM - SHARED TEST
      * BEHIND ROOM_IN_INVENTORY AND COUNT_ROOMS_IN_INVENTORY.
       RIN_CHECK_ROOM.
           MOVE 1 TO WS-RIN-IN
           IF WS-RIN-START > WS-RIN-DATE THEN
               MOVE 0 TO WS-RIN-IN
           END-IF
           IF WS-RIN-STOP NOT = 0 AND WS-RIN-STOP <= WS-RIN-DATE THEN
               MOVE 0 TO WS-RIN-IN
           END-IF
           IF WS-RIN-IN = 1 THEN
               PERFORM VARYING WS-RIN-J FROM 1 BY 1
                   UNTIL WS-RIN-J > WS-RIN-OUT-CNT OR WS-RIN-IN = 0
                   IF WS-RIN-OUT-NUM(WS-RIN-J) = WS-RIN-NUM AND
                       WS-RIN-OUT-FROM(WS-RIN-J) <= WS-RIN-DATE AND
                       WS-RIN-OUT-TO(WS-RIN-J) >= WS-RIN-DATE THEN
                       MOVE 0 TO WS-RIN-IN
                   END-IF
               END-PERFORM
           END-IF.

      * LOAD_ROOM_INVENTORY MUST HAVE RUN - COUNTS THE ROOMS (AND
      * THEIR OPEN HOURS, ROUND THE CLOCK FOR A ROOM WITH NO OPENING
      * WINDOW) THAT WERE SELLABLE ON WS-RIN-DATE, LIMITED
      * TO WS-RIN-SITE / WS-RIN-TYPE WHEN THOSE ARE SET. THIS IS THE
      * DENOMINATOR EVERY OCCUPANCY PERCENTAGE DIVIDES BY, SO A PAST
      * DATE IS MEASURED AGAINST THE HOUSE AS IT STOOD THAT DAY.
       COUNT_ROOMS_IN_INVENTORY.
           MOVE 0 TO WS-RIN-ROOMS
           MOVE 0 TO WS-RIN-HOURS
           PERFORM VARYING WS-RIN-I FROM 1 BY 1
               UNTIL WS-RIN-I > WS-RIN-RM-CNT
               IF (WS-RIN-SITE = 0 OR
                   WS-RIN-RM-SITE(WS-RIN-I) = WS-RIN-SITE) AND
                   (WS-RIN-TYPE = SPACES OR
                   WS-RIN-RM-TYPE(WS-RIN-I) = WS-RIN-TYPE) THEN
                   MOVE WS-RIN-RM-NUM(WS-RIN-I) TO WS-RIN-NUM
                   MOVE WS-RIN-RM-START(WS-RIN-I) TO WS-RIN-START
                   MOVE WS-RIN-RM-STOP(WS-RIN-I) TO WS-RIN-STOP
                   PERFORM RIN_CHECK_ROOM
                   IF WS-RIN-IN = 1 THEN
                       ADD 1 TO WS-RIN-ROOMS
                       ADD WS-RIN-RM-HOURS(WS-RIN-I) TO WS-RIN-HOURS
                   END-IF
               END-IF
           END-PERFORM.

      * fc_numCh MUST HOLD THE ROOM - WS-RIN-HIST = 1 WHEN ANY LIVE
      * OR ARCHIVED STAY OR ANY MISSION EVER NAMED IT, 0 FOR A ROOM
      * NOTHING HAS TOUCHED (SAFE TO REMOVE OUTRIGHT).
       ROOM_HAS_HISTORY.
           MOVE 0 TO WS-RIN-HIST
           OPEN INPUT fresa
               MOVE fc_numCh TO fr_numCh
               START fresa KEY = fr_numCh
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ fresa NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF fr_numCh = fc_numCh THEN
                                   MOVE 1 TO WS-RIN-HIST
                               END-IF
                       END-READ
               END-START
           CLOSE fresa
           OPEN INPUT fresaarch
               MOVE fc_numCh TO fra_numCh
               START fresaarch KEY = fra_numCh
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ fresaarch NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF fra_numCh = fc_numCh THEN
                                   MOVE 1 TO WS-RIN-HIST
                               END-IF
                       END-READ
               END-START
           CLOSE fresaarch
           OPEN INPUT fmis
               MOVE fc_numCh TO fm_numCh
               START fmis KEY = fm_numCh
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ fmis NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF fm_numCh = fc_numCh THEN
                                   MOVE 1 TO WS-RIN-HIST
                               END-IF
                       END-READ
               END-START
           CLOSE fmis.

      * fc_numCh ON THE ROOM, WS-RIN-DATE/WS-RIN-LAST ON THE FIRST
      * AND LAST DAY TAKEN OUT OF SALE - Wtrouve = 1 WHEN A LIVE,
      * UNCANCELLED BOOKING FOR THE ROOM HAS A NIGHT (OR A DAY-USE
      * SLOT) INSIDE THAT WINDOW, 0 WHEN THE WINDOW IS CLEAR.
       ROOM_BOOKED_BETWEEN.
           MOVE 0 TO Wtrouve
           OPEN INPUT fresa
               MOVE fc_numCh TO fr_numCh
               START fresa KEY = fr_numCh
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-RIN-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-RIN-EOF = 1
                           READ fresa NEXT
                               AT END
                                   MOVE 1 TO WS-RIN-EOF
                               NOT AT END
                                   IF fr_numCh NOT = fc_numCh THEN
                                       MOVE 1 TO WS-RIN-EOF
                                   ELSE
                                       IF fr_status NOT = 3 AND
                                           fr_date_debut_date <=
                                           WS-RIN-LAST AND
                                           (fr_date_fin_date >
                                           WS-RIN-DATE OR
                                           fr_date_debut_date >=
                                           WS-RIN-DATE) THEN
                                           MOVE 1 TO Wtrouve
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fresa.

      * WRITES ONE froominv ROW FOR fc_numCh - fri_kind, fri_from,
      * fri_to AND fri_reason MUST BE SET BEFORE THE CALL.
       WRITE_ROOM_INVENTORY_ROW.
           PERFORM GET_LASTID_ROOM_INVENTORY
           MOVE fc_numCh TO fri_numCh
           MOVE WS-CURRENT-USER-NUM TO fri_numP
           MOVE WS-CURRENT-DATE TO fri_stamp
           OPEN I-O froominv
               WRITE tamp_froominv
                   INVALID KEY
                       MOVE "ROOM HISTORY WRITE ERROR" TO ERROR-MESSAGE
                   NOT INVALID KEY
                       MOVE "froominv" TO WS-AUDIT-FILE
                       MOVE fri_numRi TO WS-AUDIT-KEY
                       MOVE "ADD" TO WS-AUDIT-OP
                       PERFORM AUDIT_LOG
               END-WRITE
           CLOSE froominv.

      * fc_lit AND fr_nb_guests MUST BE COMPLETED BEFORE CALL
      * (ROOM_EXIST LEAVES tamp_fch ON THE MATCHED ROOM) - Wtrouve = 1
      * WHEN THE PARTY FITS THE ROOM'S BED TYPE, 0 OTHERWISE.
      * MONTHS - HERE THE BUCKET SET IS EVERY ROOM NUMBER IN fch
      * RATHER THAN A FIXED CALENDAR RANGE. LEAVES THE MOST-BOOKED
      * ROOM IN WS-PREF-BEST-ROOM (0 IF THE CLIENT HAS NO PAST STAYS
      * AT ALL, OR WHEN ONLY RETIRED ROOMS HOLD ANY). CALLER IS
      * RESPONSIBLE FOR MOVING IT INTO fcl_preferred_room AND
      * REWRITING fcli.
       LEARN_PREFERRED_ROOM.
           MOVE 0 TO WS-PREF-BEST-ROOM
           MOVE 0 TO WS-PREF-BEST-COUNT
                       NOT AT END
                           PERFORM COUNT_STAYS_IN_ROOM_FOR_CLIENT
                           IF WS-PREF-CUR-COUNT > WS-PREF-BEST-COUNT
                               AND fc_retired = 0 THEN
                               MOVE WS-PREF-CUR-COUNT TO
                                   WS-PREF-BEST-COUNT
                               MOVE fc_numCh TO WS-PREF-BEST-ROOM
      *    ADD fr_nights FULL DAYS FOR MULTI-NIGHT STAYS
           ADD fr_nights TO fr_date_fin_day.

      * tamp_fresa MUST HOLD A NEW BOOKING JUST BEFORE ITS FIRST
      * WRITE - RECORDS WHEN IT WAS TAKEN (CALENDAR DATE, WALL-CLOCK
      * TIME) AND BY WHICH CLERK, FOR THE PICKUP AND LEAD-TIME
      * REPORTS. THE BATCH RUNS AS USER 0.
       STAMP_RESA_CREATION.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO fr_created_date
           MOVE WS-CURRENT-HOURS TO fr_created_hours
           MOVE WS-CURRENT-MINUTE TO fr_created_minute
           MOVE WS-CURRENT-USER-NUM TO fr_taken_by.

      * fr_date_debut_year/month/day MUST BE POPULATED BEFORE CALL -
      * LEAVES 0 (SATURDAY) THROUGH 6 (FRIDAY) IN WS-DAY-OF-WEEK,
      * COMPUTED VIA ZELLER'S CONGRUENCE.
      * fr_date_debut AND fc_prix_heure(_weekend) MUST BE POPULATED
      * BEFORE CALL - LEAVES THE APPLICABLE HOURLY RATE IN
      * WS-REV-PRICE, PICKING THE WEEKEND RATE ON SATURDAY/SUNDAY.
      * WITH WS-WIF-ON ARMED (TARIFF_WHATIF ONLY) THE SCENARIO'S
      * PROPOSED RULES ARE LAID OVER EACH STEP.
       GET_ROOM_RATE_FOR_DATE.
           PERFORM GET_DAY_OF_WEEK
           IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 1 THEN
                   fc_prix_heure_entier +
                   (fc_prix_heure_decimal / 100)
           END-IF
           IF WS-WIF-ON = 1 THEN
               PERFORM WIF_APPLY_REVALUATION
           END-IF
           PERFORM APPLY_PRICING_CALENDAR
           PERFORM APPLY_YIELD_BAND
           PERFORM APPLY_CONTRACT_RATE
           PERFORM APPLY_RATE_PLAN.

      * AFTER THE CONTRACT RATE - A ONE-SHOT LIKE WS-CRT-CO: WHEN
      * WS-RPL-ARM IS ARMED WITH THE BOOKING'S RATE PLAN, THE PLAN'S
      * PERCENTAGE COMES OFF (OR GOES ON) WS-REV-PRICE, AND THE
      * SWITCH IS CLEARED ON THE WAY OUT.
       APPLY_RATE_PLAN.
           IF WS-RPL-ARM NOT = SPACES THEN
               MOVE WS-RPL-ARM TO WS-RPL-CODE
               PERFORM READ_RATE_PLAN
               IF WS-RPL-FOUND = 1 AND frp_adj_pct NOT = 0 THEN
                   IF frp_adj_mode = 0 THEN
                       COMPUTE WS-REV-PRICE ROUNDED =
                           WS-REV-PRICE * (100 - frp_adj_pct) / 100
                   ELSE
                       COMPUTE WS-REV-PRICE ROUNDED =
                           WS-REV-PRICE * (100 + frp_adj_pct) / 100
                   END-IF
               END-IF
               MOVE SPACES TO WS-RPL-ARM
           END-IF.

      * RUN AHEAD OF THE PLAN IN THE CHAIN - A ONE-SHOT: WHEN WS-CRT-CO
      * IS ARMED WITH THE BOOKING'S CORPORATE ACCOUNT, THE FIRST
      * MATCHING fcrate ROW (VALIDITY, TYPE, WEEKDAY/WEEKEND AND
      * TIME-WINDOW SCOPE) REPLACES OR DISCOUNTS WS-REV-PRICE AND
      * NEVER INHERITS THE ACCOUNT.
       APPLY_CONTRACT_RATE.
           MOVE 0 TO WS-CRT-FIRED
           IF WS-CRT-CO NOT = 0 AND WS-WIF-ON = 1 THEN
               PERFORM WIF_APPLY_CONTRACT
           END-IF
           IF WS-CRT-CO NOT = 0 AND WS-CRT-FIRED = 0 THEN
               OPEN INPUT fcrate
                   MOVE WS-CRT-CO TO fcr_numCo
                   START fcrate KEY IS EQUAL fcr_numCo
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 0 TO WS-CRT-EOF
                           PERFORM WITH TEST AFTER UNTIL WS-CRT-EOF = 1
                               READ fcrate NEXT
                                   AT END
                                       MOVE 1 TO WS-CRT-EOF
                                   NOT AT END
                                       IF fcr_numCo NOT = WS-CRT-CO
                                           THEN
                                           MOVE 1 TO WS-CRT-EOF
                                       ELSE
                                           MOVE 4 TO WS-WIF-RKIND
                                           MOVE fcr_numCr TO
                                               WS-WIF-RNUM
                                           PERFORM WIF_CHECK_REPLACED
                                           IF WS-WIF-HIT = 0 THEN
                                               PERFORM
                                               TRY_ONE_CONTRACT_RATE
                                           END-IF
                                           IF WS-CRT-FIRED NOT = 0
                                               THEN
                                               MOVE 1 TO
                                                   WS-CRT-EOF
                                           END-IF
                                       END-IF
                               END-READ
                           END-PERFORM
                   END-START
               CLOSE fcrate
           END-IF
           MOVE 0 TO WS-CRT-CO.

      * tamp_fcrate HOLDS ONE OF THE ACCOUNT'S GRID ROWS - APPLIES
      * IT TO WS-REV-PRICE WHEN EVERY SCOPE TEST PASSES
      * WINDOW AND WHOSE TYPE/ZONE SCOPE COVERS THE CANDIDATE ROOM
      * (SCOPE JOINED FROM fch). A LIMIT-0 RULE BLOCKS OUTRIGHT; A
      * SELL LIMIT COUNTS THE SCOPE'S OVERLAPPING LIVE BOOKINGS AND
      * BLOCKS ONCE THE CAP IS REACHED. WITH NO RULE IN THE WAY THE
      * CHANNEL ALLOTMENTS STILL HELD ON EACH NIGHT ARE CHECKED TOO
      * (CHECK_ALLOTMENT_HOLD). LEAVES WS-CLZ-BLOCKED (1 CLOSE-OUT,
      * 2 ALLOTMENT) AND RESTORES THE CANDIDATE FROM ITS OWN
      * SNAPSHOT.
       CHECK_CLOSEOUT_CALENDAR.
           MOVE 0 TO WS-CLZ-BLOCKED
           MOVE tamp_fresa TO 1tamp_fresa
                   END-READ
               END-PERFORM
           CLOSE fclose
           IF WS-CLZ-BLOCKED = 0 THEN
               PERFORM CHECK_ALLOTMENT_HOLD
           END-IF
           MOVE 1tamp_fresa TO tamp_fresa.

      * WS-CLZ-BLOCKED MUST HOLD CHECK_CLOSEOUT_CALENDAR'S VERDICT -
      * PUTS THE MATCHING MESSAGE IN ERROR-MESSAGE.
       SHOW_CLOSEOUT_REASON.
           IF WS-CLZ-BLOCKED = 2 THEN
               MOVE "ROOM TYPE HELD FOR A CHANNEL ALLOTMENT" TO
                   ERROR-MESSAGE
           ELSE
               MOVE "DATE CLOSED OUT OR SELL LIMIT HIT" TO
                   ERROR-MESSAGE
           END-IF.

      * DESK SIDE OF THE CHANNEL ALLOTMENTS - RUN BY
      * CHECK_CLOSEOUT_CALENDAR ONCE NO CLOSE-OUT RULE HAS BLOCKED
      * (1tamp_fresa HOLDS THE CANDIDATE, WS-CLZ-TYPE ITS ROOM TYPE).
      * EVERY NIGHT OF THE STAY IS TRIED: A ROOM ALREADY IN USE THAT
      * DAY TAKES NO FURTHER ROOM FROM THE TYPE; ANY OTHER NEEDS
      * FREE-SELL LEFT ONCE EVERY UNRELEASED ALLOTMENT IS HELD BACK,
      * OR WS-CLZ-BLOCKED COMES BACK 2.
       CHECK_ALLOTMENT_HOLD.
           MOVE WS-CLZ-TYPE TO WS-ALT-TYPE
           MOVE 1fr_numCh TO WS-ALT-ROOM
           MOVE 1fr_numResa TO WS-ALT-SELF
           MOVE 0 TO WS-ALT-PT
           MOVE 1fr_date_debut_date TO WS-ALT-FIRST
           MOVE 1fr_nights TO WS-ALT-NIGHTS
           IF WS-ALT-NIGHTS = 0 OR
               FUNCTION TEST-DATE-YYYYMMDD(WS-ALT-FIRST) NOT = 0 THEN
               MOVE 1 TO WS-ALT-NIGHTS
           END-IF
           MOVE 0 TO WS-ALT-NIGHT
           PERFORM WITH TEST BEFORE UNTIL
               WS-ALT-NIGHT = WS-ALT-NIGHTS OR WS-CLZ-BLOCKED = 2
               MOVE WS-ALT-FIRST TO WS-ALT-DATE
               IF WS-ALT-NIGHT > 0 THEN
                   COMPUTE WS-ALT-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-ALT-FIRST)
                       + WS-ALT-NIGHT)
               END-IF
               ADD 1 TO WS-ALT-NIGHT
               PERFORM ALLOT_DAY_POSITION
               IF WS-ALT-CAND-USED = 0 AND WS-ALT-FREE = 0 AND
                   WS-ALT-HELD > 0 THEN
                   MOVE 2 TO WS-CLZ-BLOCKED
               END-IF
           END-PERFORM.

      * WS-ALT-TYPE/-DATE/-ROOM/-SELF/-PT MUST BE SET AND fresa MUST
      * BE OPEN (SAME CONVENTION AS RESA_EXIST_DATE) - WHERE ONE ROOM
      * TYPE STANDS ON ONE DAY AGAINST THE CHANNEL ALLOTMENTS. A ROOM
      * IS IN USE ONCE ANY LIVE STAY COVERS THE DAY IN IT AND COUNTS
      * FOR WHOEVER (HOUSE OR PARTNER) THE FIRST SUCH STAY CAME FROM.
      * A PARTNER'S UNSOLD ALLOTMENT IS HELD UNTIL THE DAY IS LESS
      * THAN fat_release DAYS AWAY; THE FREE-SELL IS WHAT THE TYPE
      * HAS LEFT AFTER THE ROOMS IN USE AND THE HELD ALLOTMENT. THE
      * SCAN CLOBBERS tamp_fresa; tamp_fch IS PUT BACK AS IT WAS.
      * ONLY ROOMS IN THE INVENTORY ON WS-ALT-DATE BELONG TO THE TYPE.
       ALLOT_DAY_POSITION.
           MOVE tamp_fch TO WS-ALT-FCH-SAVE
           PERFORM LOAD_RENOVATION_PERIODS
           MOVE WS-ALT-DATE TO WS-RIN-DATE
           MOVE 0 TO WS-ALT-N
           MOVE 0 TO WS-ALT-HOUSE
           MOVE 0 TO WS-ALT-HELD
           MOVE 0 TO WS-ALT-FREE
           MOVE 0 TO WS-ALT-REMAIN
           MOVE 0 TO WS-ALT-CAND-USED
           MOVE 0 TO WS-ALT-P
           PERFORM WITH TEST BEFORE UNTIL WS-ALT-P = 9
               ADD 1 TO WS-ALT-P
               MOVE 0 TO WS-ALT-PT-ALLOT(WS-ALT-P)
               MOVE 0 TO WS-ALT-PT-ROOMS(WS-ALT-P)
               MOVE 0 TO WS-ALT-PT-REL(WS-ALT-P)
           END-PERFORM
           OPEN INPUT fch
               MOVE 0 TO WS-ALT-EOF
               PERFORM WITH TEST AFTER UNTIL WS-ALT-EOF = 1
                   READ fch NEXT
                       AT END
                           MOVE 1 TO WS-ALT-EOF
                       NOT AT END
                           PERFORM ROOM_IN_INVENTORY
                           IF fc_typeCh = WS-ALT-TYPE AND
                               fc_status = 0 AND WS-ALT-N < 200 AND
                               WS-RIN-IN = 1 THEN
                               ADD 1 TO WS-ALT-N
                               MOVE fc_numCh TO
                                   WS-ALT-RM-NUM(WS-ALT-N)
                               MOVE 0 TO WS-ALT-RM-USED(WS-ALT-N)
                               MOVE 0 TO WS-ALT-RM-ORG(WS-ALT-N)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fch
           MOVE WS-ALT-FCH-SAVE TO tamp_fch
           MOVE WS-CURRENT-DATE TO WS-ALT-TODAY
           COMPUTE WS-ALT-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE(WS-ALT-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-ALT-TODAY)
           OPEN INPUT fallot
               MOVE 0 TO WS-ALT-EOF
               PERFORM WITH TEST AFTER UNTIL WS-ALT-EOF = 1
                   READ fallot NEXT
                       AT END
                           MOVE 1 TO WS-ALT-EOF
                       NOT AT END
                           IF fat_status = 0 AND fat_numPt NOT = 0
                               AND fat_typeCh = WS-ALT-TYPE AND
                               fat_from <= WS-ALT-DATE AND
                               fat_to >= WS-ALT-DATE THEN
                               ADD fat_rooms TO
                                   WS-ALT-PT-ALLOT(fat_numPt)
                               IF WS-ALT-DAYS-OUT < fat_release THEN
                                   MOVE 1 TO WS-ALT-PT-REL(fat_numPt)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fallot
           MOVE ZEROS TO fr_numResa
           START fresa KEY IS NOT < fr_numResa
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-ALT-EOF
                   PERFORM WITH TEST AFTER UNTIL WS-ALT-EOF = 1
                       READ fresa NEXT
                           AT END
                               MOVE 1 TO WS-ALT-EOF
                           NOT AT END
                               IF fr_status NOT = 3 AND
                                   fr_numResa NOT = WS-ALT-SELF AND
                                   fr_date_debut_date <= WS-ALT-DATE
                                   AND fr_date_fin_date >= WS-ALT-DATE
                                   THEN
                                   PERFORM ALLOT_MARK_ROOM
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           MOVE 0 TO WS-ALT-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-ALT-IDX >= WS-ALT-N
               ADD 1 TO WS-ALT-IDX
               IF WS-ALT-RM-USED(WS-ALT-IDX) = 1 THEN
                   IF WS-ALT-RM-ORG(WS-ALT-IDX) = 0 THEN
                       ADD 1 TO WS-ALT-HOUSE
                   ELSE
                       ADD 1 TO
                           WS-ALT-PT-ROOMS(WS-ALT-RM-ORG(WS-ALT-IDX))
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-ALT-CALC = WS-ALT-N - WS-ALT-HOUSE
           MOVE 0 TO WS-ALT-P
           PERFORM WITH TEST BEFORE UNTIL WS-ALT-P = 9
               ADD 1 TO WS-ALT-P
               SUBTRACT WS-ALT-PT-ROOMS(WS-ALT-P) FROM WS-ALT-CALC
               IF WS-ALT-PT-REL(WS-ALT-P) = 0 AND
                   WS-ALT-PT-ALLOT(WS-ALT-P) >
                   WS-ALT-PT-ROOMS(WS-ALT-P) THEN
                   COMPUTE WS-ALT-HELD = WS-ALT-HELD +
                       WS-ALT-PT-ALLOT(WS-ALT-P) -
                       WS-ALT-PT-ROOMS(WS-ALT-P)
                   IF WS-ALT-P = WS-ALT-PT THEN
                       COMPUTE WS-ALT-REMAIN =
                           WS-ALT-PT-ALLOT(WS-ALT-P) -
                           WS-ALT-PT-ROOMS(WS-ALT-P)
                   END-IF
               END-IF
           END-PERFORM
           SUBTRACT WS-ALT-HELD FROM WS-ALT-CALC
           IF WS-ALT-CALC > 0 THEN
               MOVE WS-ALT-CALC TO WS-ALT-FREE
           END-IF.

      * tamp_fresa HOLDS A LIVE STAY COVERING WS-ALT-DATE - MARKS ITS
      * ROOM IN USE (FIRST STAY FOUND NAMES THE OWNER) AND NOTES WHEN
      * IT IS THE CANDIDATE ROOM ITSELF.
       ALLOT_MARK_ROOM.
           IF fr_numCh = WS-ALT-ROOM THEN
               MOVE 1 TO WS-ALT-CAND-USED
           END-IF
           MOVE 0 TO WS-ALT-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-ALT-IDX >= WS-ALT-N
               ADD 1 TO WS-ALT-IDX
               IF WS-ALT-RM-NUM(WS-ALT-IDX) = fr_numCh AND
                   WS-ALT-RM-USED(WS-ALT-IDX) = 0 THEN
                   MOVE 1 TO WS-ALT-RM-USED(WS-ALT-IDX)
                   MOVE fr_origin TO WS-ALT-RM-ORG(WS-ALT-IDX)
               END-IF
           END-PERFORM.

      * tamp_fclose HOLDS A SELL-LIMIT RULE AND 1tamp_fresa THE
      * CANDIDATE - COUNTS THE LIVE BOOKINGS OVERLAPPING THE
      * CANDIDATE WINDOW WHOSE ROOM FALLS IN THE RULE'S SCOPE
      * 1tamp_fresa MUST HOLD THE CANDIDATE WINDOW AND fresa MUST BE
      * OPEN (SAME CONVENTION AS RESA_EXIST_DATE - THE BOOKING FLOWS
      * ALREADY HOLD IT, CREATE_QUOTE WRAPS ITS OWN OPEN). COUNTS
      * IN-SERVICE ROOMS (THOSE IN THE INVENTORY ON THE ARRIVAL DAY)
      * AND THE LIVE BOOKINGS OVERLAPPING THE
      * CANDIDATE WINDOW, LEAVES THE HOUSE PERCENTAGE IN WS-YLD-PCT
      * AND ARMS WS-YLD-ACTIVE SO THE NEXT GET_ROOM_RATE_FOR_DATE
      * PICKS A BAND UP. THE SCAN CLOBBERS tamp_fresa, SO THE
      * WAY OUT.
       CALC_SLOT_OCCUPANCY.
           MOVE 0 TO WS-YLD-ROOMS
           PERFORM LOAD_RENOVATION_PERIODS
           MOVE 1fr_date_debut_date TO WS-RIN-DATE
           OPEN INPUT fch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fc_status = 0 THEN
                               PERFORM ROOM_IN_INVENTORY
                               IF WS-RIN-IN = 1 THEN
                                   ADD 1 TO WS-YLD-ROOMS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
      * AND LEAVES ITS NUMBER IN WS-YLD-FIRED FOR THE AUDIT LOG.
       APPLY_YIELD_BAND.
           MOVE 0 TO WS-YLD-FIRED
           IF WS-YLD-ACTIVE = 1 AND WS-WIF-ON = 1 THEN
               PERFORM WIF_APPLY_YIELD
           END-IF
           IF WS-YLD-ACTIVE = 1 AND WS-YLD-FIRED = 0 THEN
               OPEN INPUT fyield
                   MOVE 0 TO WS-YLD-EOF
                   PERFORM WITH TEST AFTER UNTIL WS-YLD-EOF = 1
                       OR WS-YLD-FIRED NOT = 0
                       READ fyield NEXT
                           AT END
                               MOVE 1 TO WS-YLD-EOF
                           NOT AT END
                               MOVE 3 TO WS-WIF-RKIND
                               MOVE fyb_numYb TO WS-WIF-RNUM
                               PERFORM WIF_CHECK_REPLACED
                               IF WS-WIF-HIT = 0 AND
                                   WS-YLD-PCT >= fyb_min_pct AND
                                   WS-YLD-PCT <= fyb_max_pct THEN
                                   MOVE fyb_numYb TO WS-YLD-FIRED
                                   IF fyb_sign = "-" THEN
      * CONFIRMATION) PICKS THE CALENDAR UP FOR FREE.
       APPLY_PRICING_CALENDAR.
           MOVE 0 TO WS-PRC-FOUND
           IF WS-WIF-ON = 1 THEN
               PERFORM WIF_APPLY_CALENDAR
           END-IF
           IF WS-PRC-FOUND = 0 THEN
               OPEN INPUT fprice
                   MOVE 0 TO WS-PRC-EOF
                   PERFORM WITH TEST AFTER UNTIL WS-PRC-EOF = 1
                       OR WS-PRC-FOUND = 1
                       READ fprice NEXT
                           AT END
                               MOVE 1 TO WS-PRC-EOF
                           NOT AT END
                               MOVE 2 TO WS-WIF-RKIND
                               MOVE fpc_numPc TO WS-WIF-RNUM
                               PERFORM WIF_CHECK_REPLACED
                               IF WS-WIF-HIT = 0 AND
                                   fr_date_debut_date >= fpc_start AND
                                   fr_date_debut_date <= fpc_end AND
                                   (fpc_typeCh = SPACES OR
                                   fpc_typeCh = fc_typeCh) THEN
                                   MOVE 1 TO WS-PRC-FOUND
                                   IF fpc_mode = 0 THEN
                                       COMPUTE WS-REV-PRICE =
                                           WS-REV-PRICE * fpc_mult
                                   ELSE
                                       COMPUTE WS-REV-PRICE =
                                           fpc_rate_entier +
                                           (fpc_rate_decimal / 100)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               CLOSE fprice
           END-IF.

      * WS-WIF-RKIND/WS-WIF-RNUM NAME A LIVE fprice (2), fyield (3)
      * OR fcrate (4) ROW - WS-WIF-HIT COMES BACK 1 WHEN THE ARMED
      * SCENARIO SUPERSEDES IT, SO THE PRICING STEP SKIPS IT. ALWAYS
      * 0 OUTSIDE TARIFF_WHATIF.
       WIF_CHECK_REPLACED.
           MOVE 0 TO WS-WIF-HIT
           IF WS-WIF-ON = 1 THEN
               MOVE 0 TO WS-WIF-I
               PERFORM WITH TEST BEFORE UNTIL WS-WIF-I = WS-WIF-RCNT
                   OR WS-WIF-HIT = 1
                   ADD 1 TO WS-WIF-I
                   IF WS-WIF-R-SCN(WS-WIF-I) = WS-WIF-S THEN
                       MOVE WS-WIF-RL(WS-WIF-I) TO tamp_fwhatif
                       IF fwi_kind = WS-WIF-RKIND AND
                           fwi_replaces = WS-WIF-RNUM THEN
                           MOVE 1 TO WS-WIF-HIT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * RUN BY GET_ROOM_RATE_FOR_DATE UNDER THE OVERLAY, BEFORE THE
      * CALENDAR - EVERY PROPOSED REVALUATION OF THE SCENARIO WHOSE
      * TYPE AND ARRIVAL WINDOW COVER THE STAY MOVES THE ROOM'S BASE
      * RATE THE WAY REVALUE_ONE_RATE WOULD HAVE (ZERO-CLAMPED).
       WIF_APPLY_REVALUATION.
           MOVE 0 TO WS-WIF-I
           PERFORM WITH TEST BEFORE UNTIL WS-WIF-I = WS-WIF-RCNT
               ADD 1 TO WS-WIF-I
               IF WS-WIF-R-SCN(WS-WIF-I) = WS-WIF-S THEN
                   MOVE WS-WIF-RL(WS-WIF-I) TO tamp_fwhatif
                   IF fwi_kind = 1 AND
                       (fwi_from = 0 OR fr_date_debut_date >= fwi_from)
                       AND (fwi_to = 0 OR fr_date_debut_date <= fwi_to)
                       AND (fwi_typeCh = SPACES OR
                       fwi_typeCh = fc_typeCh) THEN
                       MOVE WS-REV-PRICE TO WS-WIF-RATE
                       IF fwi_mode = 0 THEN
                           IF fwi_sign = "+" THEN
                               COMPUTE WS-WIF-RATE = WS-WIF-RATE *
                                   (100 + fwi_pct) / 100
                           ELSE
                               COMPUTE WS-WIF-RATE = WS-WIF-RATE *
                                   (100 - fwi_pct) / 100
                           END-IF
                       ELSE
                           IF fwi_sign = "+" THEN
                               COMPUTE WS-WIF-RATE = WS-WIF-RATE +
                                   fwi_amount_entier +
                                   (fwi_amount_decimal / 100)
                           ELSE
                               COMPUTE WS-WIF-RATE = WS-WIF-RATE -
                                   fwi_amount_entier -
                                   (fwi_amount_decimal / 100)
                           END-IF
                       END-IF
                       IF WS-WIF-RATE < 0 THEN
                           MOVE 0 TO WS-WIF-RATE
                       END-IF
                       MOVE WS-WIF-RATE TO WS-REV-PRICE
                   END-IF
               END-IF
           END-PERFORM.

      * UNDER THE OVERLAY, AHEAD OF THE LIVE fprice SCAN - THE FIRST
      * PROPOSED CALENDAR RULE COVERING THE ARRIVAL DATE AND ROOM
      * TYPE WINS (WS-PRC-FOUND 1) THE SAME WAY AN fprice RULE DOES.
       WIF_APPLY_CALENDAR.
           MOVE 0 TO WS-WIF-I
           PERFORM WITH TEST BEFORE UNTIL WS-WIF-I = WS-WIF-RCNT
               OR WS-PRC-FOUND = 1
               ADD 1 TO WS-WIF-I
               IF WS-WIF-R-SCN(WS-WIF-I) = WS-WIF-S THEN
                   MOVE WS-WIF-RL(WS-WIF-I) TO tamp_fwhatif
                   IF fwi_kind = 2 AND
                       (fwi_from = 0 OR fr_date_debut_date >= fwi_from)
                       AND (fwi_to = 0 OR fr_date_debut_date <= fwi_to)
                       AND (fwi_typeCh = SPACES OR
                       fwi_typeCh = fc_typeCh) THEN
                       MOVE 1 TO WS-PRC-FOUND
                       IF fwi_mode = 0 THEN
                           COMPUTE WS-REV-PRICE =
                               WS-REV-PRICE * fwi_mult
                       ELSE
                           COMPUTE WS-REV-PRICE =
                               fwi_amount_entier +
                               (fwi_amount_decimal / 100)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * UNDER THE OVERLAY, AHEAD OF THE LIVE fyield SCAN - THE FIRST
      * PROPOSED BAND COVERING WS-YLD-PCT FIRES (ITS LINE NUMBER IN
      * WS-YLD-FIRED).
       WIF_APPLY_YIELD.
           MOVE 0 TO WS-WIF-I
           PERFORM WITH TEST BEFORE UNTIL WS-WIF-I = WS-WIF-RCNT
               OR WS-YLD-FIRED NOT = 0
               ADD 1 TO WS-WIF-I
               IF WS-WIF-R-SCN(WS-WIF-I) = WS-WIF-S THEN
                   MOVE WS-WIF-RL(WS-WIF-I) TO tamp_fwhatif
                   IF fwi_kind = 3 AND WS-YLD-PCT >= fwi_min_pct AND
                       WS-YLD-PCT <= fwi_max_pct THEN
                       MOVE fwi_seq TO WS-YLD-FIRED
                       IF fwi_sign = "-" THEN
                           COMPUTE WS-REV-PRICE = WS-REV-PRICE *
                               (100 - fwi_pct) / 100
                       ELSE
                           COMPUTE WS-REV-PRICE = WS-REV-PRICE *
                               (100 + fwi_pct) / 100
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * UNDER THE OVERLAY, AHEAD OF THE LIVE fcrate SCAN - THE FIRST
      * PROPOSED CONTRACT LINE FOR WS-CRT-CO PASSING THE SAME SCOPE
      * TESTS AS TRY_ONE_CONTRACT_RATE FIRES (ITS LINE NUMBER IN
      * WS-CRT-FIRED).
       WIF_APPLY_CONTRACT.
           MOVE 0 TO WS-WIF-I
           PERFORM WITH TEST BEFORE UNTIL WS-WIF-I = WS-WIF-RCNT
               OR WS-CRT-FIRED NOT = 0
               ADD 1 TO WS-WIF-I
               IF WS-WIF-R-SCN(WS-WIF-I) = WS-WIF-S THEN
                   MOVE WS-WIF-RL(WS-WIF-I) TO tamp_fwhatif
                   IF fwi_kind = 4 AND fwi_numCo = WS-CRT-CO AND
                       (fwi_from = 0 OR fr_date_debut_date >= fwi_from)
                       AND (fwi_to = 0 OR fr_date_debut_date <= fwi_to)
                       AND (fwi_typeCh = SPACES OR
                       fwi_typeCh = fc_typeCh) AND
                       (fwi_start_hours = 0 OR
                       fr_date_debut_hours >= fwi_start_hours) AND
                       (fwi_end_hours = 0 OR
                       fr_date_debut_hours < fwi_end_hours) THEN
                       IF fwi_wd_mode = 0 OR
                           (fwi_wd_mode = 1 AND WS-DAY-OF-WEEK > 1) OR
                           (fwi_wd_mode = 2 AND WS-DAY-OF-WEEK < 2)
                           THEN
                           MOVE fwi_seq TO WS-CRT-FIRED
                           IF fwi_mode = 0 THEN
                               COMPUTE WS-REV-PRICE =
                                   WS-REV-PRICE * (100 - fwi_pct) / 100
                           ELSE
                               COMPUTE WS-REV-PRICE =
                                   fwi_amount_entier +
                                   (fwi_amount_decimal / 100)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * tamp_fresa MUST BE COMPLETED BEFORE CALL
       MISSION_EXIST.
       RESA_EXIST_DATE.
           MOVE 0 TO Wfin
           MOVE 0 TO Wtrouve
      *    THE CANDIDATE WINDOW ON REAL TIME - ACROSS A CLOCK CHANGE
      *    THE WALL-CLOCK TIMES ALONE DO NOT PROVE AN OVERLAP
           MOVE 1fr_date_debut TO WS-DST-STAMP
           PERFORM DST_REAL_MINUTES
           MOVE WS-DST-REAL TO WS-DST-A-FROM
           MOVE 1fr_date_fin TO WS-DST-STAMP
           PERFORM DST_REAL_MINUTES
           MOVE WS-DST-REAL TO WS-DST-A-TO
           MOVE 1fr_numCh TO fr_numCh
           START fresa KEY IS EQUAL fr_numCh
               INVALID KEY
                           ELSE
                               IF fr_numResa NOT = 1fr_numResa AND
                                   fr_status NOT = 3 THEN
                                   PERFORM DST_STAY_REAL_WINDOW
                                   IF WS-DST-B-FROM <
                                       WS-DST-A-TO AND
                                       WS-DST-A-FROM <
                                       WS-DST-B-TO THEN
                                       MOVE 1 TO Wtrouve
                                   END-IF
                               END-IF
           MOVE 0 TO fm_needs_reassign
           MOVE 0 TO fm_inspected
               MOVE WS-SITE-NUM TO fm_site
               MOVE 0 TO fm_supply_cost
           OPEN I-O fmis
               WRITE tamp_fmis
               INVALID KEY
               MOVE 0 TO fm_needs_reassign
               MOVE 0 TO fm_inspected
               MOVE WS-SITE-NUM TO fm_site
               MOVE 0 TO fm_supply_cost
               OPEN I-O fmis
                   WRITE tamp_fmis
                   INVALID KEY
                       END-IF
               END-READ
           CLOSE fpers.

      * WS-LV-NUMP, WS-LV-YEAR AND THE HIRE DATE IN WS-LV-HIRE MUST
      * BE SET - LEAVES THE YEAR'S FULL ENTITLEMENT AND CARRY-OVER IN
      * WS-LV-ENTITLED/WS-LV-CARRIED, OPENING THE fleave RECORD THE
      * FIRST TIME THE YEAR IS TOUCHED: BASE DAYS (LVBD) PLUS ONE DAY
      * PER LVSY COMPLETE YEARS OF SERVICE AT 1 JANUARY, AT MOST LVSX
      * EXTRA, AND THE UNUSED BALANCE OF THE YEAR BEFORE UP TO LVCO.
      * fabs AND fleave MUST BE CLOSED.
       LEAVE_OPEN_YEAR.
           MOVE 0 TO WS-LV-NEW
           OPEN INPUT fleave
               MOVE WS-LV-NUMP TO flv_numP
               MOVE WS-LV-YEAR TO flv_year
               READ fleave
                   INVALID KEY
                       MOVE 1 TO WS-LV-NEW
                   NOT INVALID KEY
                       MOVE flv_entitled TO WS-LV-ENTITLED
                       MOVE flv_carried TO WS-LV-CARRIED
               END-READ
           CLOSE fleave
           IF WS-LV-NEW = 1 THEN
               MOVE "LVBD" TO fpar_key
               PERFORM GET_PARAM_RATE
               MOVE fpar_value TO WS-LV-BASE
               IF WS-LV-BASE = 0 THEN
                   MOVE 25 TO WS-LV-BASE
               END-IF
               MOVE "LVSY" TO fpar_key
               PERFORM GET_PARAM_RATE
               MOVE fpar_value TO WS-LV-STEP
               IF WS-LV-STEP = 0 THEN
                   MOVE 5 TO WS-LV-STEP
               END-IF
               MOVE "LVSX" TO fpar_key
               PERFORM GET_PARAM_RATE
               MOVE fpar_value TO WS-LV-SCAP
               MOVE "LVCO" TO fpar_key
               PERFORM GET_PARAM_RATE
               MOVE fpar_value TO WS-LV-CCAP
               MOVE 0 TO WS-LV-SENIOR
               IF WS-LV-HIRE-YEAR < WS-LV-YEAR THEN
                   COMPUTE WS-LV-SENIOR = WS-LV-YEAR -
                       WS-LV-HIRE-YEAR - 1
                   IF WS-LV-HIRE-MONTH = 1 AND WS-LV-HIRE-DAY = 1
                       THEN
                       ADD 1 TO WS-LV-SENIOR
                   END-IF
               END-IF
               COMPUTE WS-LV-EXTRA = WS-LV-SENIOR / WS-LV-STEP
               IF WS-LV-EXTRA > WS-LV-SCAP THEN
                   MOVE WS-LV-SCAP TO WS-LV-EXTRA
               END-IF
               COMPUTE WS-LV-ENTITLED = WS-LV-BASE + WS-LV-EXTRA
               MOVE 0 TO WS-LV-CARRIED
               SUBTRACT 1 FROM WS-LV-YEAR
               MOVE 0 TO WS-LV-STOP
               OPEN INPUT fleave
                   MOVE WS-LV-NUMP TO flv_numP
                   MOVE WS-LV-YEAR TO flv_year
                   READ fleave
                       INVALID KEY
                           MOVE 1 TO WS-LV-STOP
                   END-READ
               CLOSE fleave
               IF WS-LV-STOP = 0 THEN
                   MOVE WS-LV-MONTH TO WS-LV-SAVE-MONTH
                   MOVE 12 TO WS-LV-MONTH
                   MOVE flv_entitled TO WS-LV-ACCRUED
                   PERFORM LEAVE_ACCRUAL
                   PERFORM LEAVE_TAKEN
                   COMPUTE WS-LV-BALANCE = flv_carried +
                       WS-LV-ACCRUED - WS-LV-TAKEN
                   IF WS-LV-BALANCE > WS-LV-CCAP THEN
                       MOVE WS-LV-CCAP TO WS-LV-CARRIED
                   ELSE
                       IF WS-LV-BALANCE > 0 THEN
                           MOVE WS-LV-BALANCE TO WS-LV-CARRIED
                       END-IF
                   END-IF
                   MOVE WS-LV-SAVE-MONTH TO WS-LV-MONTH
               END-IF
               ADD 1 TO WS-LV-YEAR
               MOVE WS-LV-NUMP TO flv_numP
               MOVE WS-LV-YEAR TO flv_year
               MOVE WS-LV-ENTITLED TO flv_entitled
               MOVE WS-LV-CARRIED TO flv_carried
               MOVE WS-CURRENT-DATE TO flv_opened
               MOVE 0 TO flv_set_by
               OPEN I-O fleave
                   WRITE tamp_fleave
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               CLOSE fleave
           END-IF.

      * WS-LV-ACCRUED MUST HOLD THE FULL-YEAR ENTITLEMENT, WITH
      * WS-LV-YEAR/WS-LV-MONTH AND WS-LV-HIRE SET - TURNS IT INTO
      * WHAT HAS ACCRUED BY THE END OF WS-LV-MONTH, ONE TWELFTH PER
      * MONTH STARTED, COUNTING FROM THE HIRE MONTH IN THE HIRE YEAR.
       LEAVE_ACCRUAL.
           MOVE WS-LV-MONTH TO WS-LV-MONTHS
           IF WS-LV-HIRE-YEAR > WS-LV-YEAR THEN
               MOVE 0 TO WS-LV-MONTHS
           ELSE
               IF WS-LV-HIRE-YEAR = WS-LV-YEAR THEN
                   IF WS-LV-HIRE-MONTH > WS-LV-MONTH THEN
                       MOVE 0 TO WS-LV-MONTHS
                   ELSE
                       COMPUTE WS-LV-MONTHS = WS-LV-MONTH -
                           WS-LV-HIRE-MONTH + 1
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-LV-ACCRUED ROUNDED = WS-LV-ACCRUED *
               WS-LV-MONTHS / 12.

      * WS-LV-NUMP AND WS-LV-YEAR MUST BE SET - LEAVES IN WS-LV-TAKEN
      * THE WORKING DAYS OF HOLIDAY (fab_type 1) BOOKED FOR THE
      * YEAR. AN ABSENCE BELONGS TO THE YEAR IT STARTS IN. fabs MUST
      * BE CLOSED AND tamp_fabs IS CLOBBERED.
       LEAVE_TAKEN.
           MOVE 0 TO WS-LV-TAKEN
           OPEN INPUT fabs
               MOVE WS-LV-NUMP TO fab_numP
               START fabs KEY IS EQUAL fab_numP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-LV-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-LV-EOF = 1
                           READ fabs NEXT
                               AT END
                                   MOVE 1 TO WS-LV-EOF
                               NOT AT END
                                   IF fab_numP NOT = WS-LV-NUMP THEN
                                       MOVE 1 TO WS-LV-EOF
                                   ELSE
                                       IF fab_type = 1 AND
                                           fab_start_year =
                                           WS-LV-YEAR THEN
                                           ADD fab_days TO
                                               WS-LV-TAKEN
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fabs.

      * WS-LV-NUMP, WS-LV-YEAR, WS-LV-MONTH AND WS-LV-HIRE MUST BE
      * SET - THE PERSON'S LEAVE POSITION AT THE END OF THAT MONTH:
      * ENTITLEMENT, CARRY-OVER, ACCRUED SO FAR, TAKEN IN THE YEAR
      * AND WS-LV-BALANCE = CARRIED + ACCRUED - TAKEN (MAY BE
      * NEGATIVE WHEN HOLIDAY HAS BEEN TAKEN AHEAD OF ACCRUAL).
       LEAVE_POSITION.
           PERFORM LEAVE_OPEN_YEAR
           MOVE WS-LV-ENTITLED TO WS-LV-ACCRUED
           PERFORM LEAVE_ACCRUAL
           PERFORM LEAVE_TAKEN
           COMPUTE WS-LV-BALANCE = WS-LV-CARRIED + WS-LV-ACCRUED -
               WS-LV-TAKEN.

      * WS-LV-NUMP, WS-LV-FROM AND WS-LV-TO MUST BE SET - COUNTS INTO
      * WS-LV-DAYS THE DAYS OF THE RANGE THE PERSON NORMALLY WORKS:
      * THE WEEKDAYS THEY HAVE froster SHIFTS FOR, OR MONDAY TO FRIDAY
      * WHEN THE ROSTER HAS NOT BEEN FILLED IN. AN EMPTY ROW (END NOT
      * AFTER START, AS PUBLISHED FOR A CLEANER WITH NO SHIFTS THAT
      * WEEK) SHOWS THE ROSTER IS FILLED IN BUT IS NO WORKED DAY.
      * GET_DAY_OF_WEEK WORKS OFF fr_date_debut_date, WHICH IS SAVED
      * AND RESTORED.
       LEAVE_COUNT_DAYS.
           MOVE ZEROS TO WS-LV-WEEK
           MOVE 0 TO WS-LV-ROWS
           OPEN INPUT froster
               MOVE WS-LV-NUMP TO fro_numP
               START froster KEY IS EQUAL fro_numP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-LV-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-LV-EOF = 1
                           READ froster NEXT
                               AT END
                                   MOVE 1 TO WS-LV-EOF
                               NOT AT END
                                   IF fro_numP NOT = WS-LV-NUMP THEN
                                       MOVE 1 TO WS-LV-EOF
                                   ELSE
                                       ADD 1 TO WS-LV-ROWS
                                       IF fro_weekday < 7 AND
                                           fro_end_hours * 60 +
                                           fro_end_minute >
                                           fro_start_hours * 60 +
                                           fro_start_minute THEN
                                           MOVE 1 TO WS-LV-ON(
                                               fro_weekday + 1)
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE froster
           IF WS-LV-ROWS = 0 THEN
               PERFORM VARYING WS-LV-IDX FROM 3 BY 1
                   UNTIL WS-LV-IDX > 7
                   MOVE 1 TO WS-LV-ON(WS-LV-IDX)
               END-PERFORM
           END-IF
           MOVE 0 TO WS-LV-DAYS
           MOVE fr_date_debut_date TO WS-LV-SAVE-DATE
           MOVE WS-LV-FROM TO WS-WORK-DATE
           PERFORM WITH TEST BEFORE UNTIL WS-WORK-DATE > WS-LV-TO
               OR WS-LV-DAYS = 999
               MOVE WS-WORK-DATE TO fr_date_debut_date
               PERFORM GET_DAY_OF_WEEK
               IF WS-LV-ON(WS-DAY-OF-WEEK + 1) = 1 THEN
                   ADD 1 TO WS-LV-DAYS
               END-IF
               MOVE 1 TO WS-ADD-DAYS
               PERFORM ADD_DAYS_TO_WORK_DATE
           END-PERFORM
           MOVE WS-LV-SAVE-DATE TO fr_date_debut_date.

      * LOADS THE CLOCK-CHANGE TABLE (fdst) INTO WS-DST-TABLE ONCE
      * PER RUN - EACH ROW BECOMES THE WALL-CLOCK INSTANT OF THE
      * CHANGE AND ITS SIGNED CORRECTION IN MINUTES (NEGATIVE WHEN
      * THE CLOCKS GO FORWARD). MAINTAINING THE TABLE RESETS
      * WS-DST-LOADED SO THE NEXT CALL PICKS THE CHANGE UP.
       DST_LOAD_TABLE.
           MOVE 0 TO WS-DST-CNT
           OPEN INPUT fdst
           IF cr_fdst = "00" THEN
               MOVE 0 TO WS-DST-EOF
               PERFORM WITH TEST AFTER UNTIL WS-DST-EOF = 1
                   READ fdst NEXT
                       AT END
                           MOVE 1 TO WS-DST-EOF
                       NOT AT END
                           IF WS-DST-CNT < 60 THEN
                               ADD 1 TO WS-DST-CNT
                               MOVE fcc_date TO WS-DST-S-DATE
                               MOVE fcc_hours TO WS-DST-S-HOURS
                               MOVE 0 TO WS-DST-S-MINUTE
                               MOVE WS-DST-STAMP-N TO
                                   WS-DST-AT(WS-DST-CNT)
                               IF fcc_dir = 1 THEN
                                   COMPUTE WS-DST-SHIFT(WS-DST-CNT)
                                       = 0 - fcc_minutes
                               ELSE
                                   MOVE fcc_minutes TO
                                       WS-DST-SHIFT(WS-DST-CNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE fdst
           MOVE 1 TO WS-DST-LOADED.

      * WS-DST-FROM AND WS-DST-TO MUST HOLD A WALL-CLOCK WINDOW
      * (YYYYMMDDHHMM) - LEAVES IN WS-DST-ADJ THE MINUTES TO ADD TO
      * ITS WALL-CLOCK LENGTH TO GET THE REAL ELAPSED TIME (-60 FOR
      * A SPRING NIGHT, +60 FOR AN AUTUMN ONE), THE SAME IN HOURS IN
      * WS-DST-HOURS, AND IN WS-DST-HITS / WS-DST-HIT-AT /
      * WS-DST-HIT-SHIFT HOW MANY CHANGES FELL INSIDE IT AND THE
      * LAST ONE. A CHANGE COUNTS WHEN FROM < INSTANT <= TO.
       DST_ADJUST_MINUTES.
           IF WS-DST-LOADED = 0 THEN
               PERFORM DST_LOAD_TABLE
           END-IF
           MOVE 0 TO WS-DST-ADJ
           MOVE 0 TO WS-DST-HITS
           MOVE 0 TO WS-DST-HIT-AT
           MOVE 0 TO WS-DST-HIT-SHIFT
           PERFORM VARYING WS-DST-IDX FROM 1 BY 1
               UNTIL WS-DST-IDX > WS-DST-CNT
               IF WS-DST-AT(WS-DST-IDX) > WS-DST-FROM AND
                   WS-DST-AT(WS-DST-IDX) <= WS-DST-TO THEN
                   ADD WS-DST-SHIFT(WS-DST-IDX) TO WS-DST-ADJ
                   ADD 1 TO WS-DST-HITS
                   MOVE WS-DST-AT(WS-DST-IDX) TO WS-DST-HIT-AT
                   MOVE WS-DST-SHIFT(WS-DST-IDX) TO WS-DST-HIT-SHIFT
               END-IF
           END-PERFORM
           COMPUTE WS-DST-HOURS = WS-DST-ADJ / 60.

      * fr_* HOLDS A STAY - ITS CLOCK-CHANGE CORRECTION, SEE
      * DST_ADJUST_MINUTES. PRICING ADDS WS-DST-HOURS TO THE BILLED
      * DURATION SO THE GUEST PAYS FOR THE HOURS REALLY SPENT.
       DST_STAY_CORRECTION.
           MOVE fr_date_debut TO WS-DST-FROM
           MOVE fr_date_fin TO WS-DST-TO
           PERFORM DST_ADJUST_MINUTES.

      * fra_* HOLDS AN ARCHIVED STAY - SAME AS DST_STAY_CORRECTION.
       DST_ARCH_CORRECTION.
           MOVE fra_date_debut TO WS-DST-FROM
           MOVE fra_date_fin TO WS-DST-TO
           PERFORM DST_ADJUST_MINUTES.

      * fm_* HOLDS A CLOCKED MISSION - THE CORRECTION OF ITS ACTUAL
      * START-TO-FINISH WINDOW, SEE DST_ADJUST_MINUTES.
       DST_MISSION_CORRECTION.
           MOVE fm_reel_debut TO WS-DST-FROM
           MOVE fm_reel_fin TO WS-DST-TO
           PERFORM DST_ADJUST_MINUTES.

      * WS-DST-STAMP MUST HOLD A WALL-CLOCK DATETIME - LEAVES IN
      * WS-DST-REAL ITS POSITION ON A CONTINUOUS MINUTE SCALE (DAY
      * NUMBER * 1440 + MINUTE OF DAY, PLUS THE CORRECTION OF EVERY
      * CLOCK CHANGE AT OR BEFORE IT), SO TWO WINDOWS CAN BE COMPARED
      * ON REAL TIME. A DAY PAST THE MONTH END (A STAY ROLLED OVER
      * BY CALCULATE_HOUR_RESA) COUNTS ON INTO THE NEXT MONTH.
       DST_REAL_MINUTES.
           IF WS-DST-LOADED = 0 THEN
               PERFORM DST_LOAD_TABLE
           END-IF
           MOVE 0 TO WS-DST-REAL
           IF WS-DST-S-YEAR > 1600 AND WS-DST-S-MONTH > 0 AND
               WS-DST-S-MONTH < 13 THEN
               COMPUTE WS-DST-S-FIRST = (WS-DST-S-YEAR * 10000) +
                   (WS-DST-S-MONTH * 100) + 1
               COMPUTE WS-DST-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-DST-S-FIRST)
                   + WS-DST-S-DAY - 1
               COMPUTE WS-DST-REAL = (WS-DST-DAYS * 1440) +
                   (WS-DST-S-HOURS * 60) + WS-DST-S-MINUTE
               PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                   UNTIL WS-DST-IDX > WS-DST-CNT
                   IF WS-DST-AT(WS-DST-IDX) <= WS-DST-STAMP-N THEN
                       ADD WS-DST-SHIFT(WS-DST-IDX) TO WS-DST-REAL
                   END-IF
               END-PERFORM
           END-IF.

      * fr_* HOLDS A BOOKING - ITS WINDOW ON THE REAL MINUTE SCALE
      * INTO WS-DST-B-FROM / WS-DST-B-TO FOR THE OVERLAP PROOF.
       DST_STAY_REAL_WINDOW.
           MOVE fr_date_debut TO WS-DST-STAMP
           PERFORM DST_REAL_MINUTES
           MOVE WS-DST-REAL TO WS-DST-B-FROM
           MOVE fr_date_fin TO WS-DST-STAMP
           PERFORM DST_REAL_MINUTES
           MOVE WS-DST-REAL TO WS-DST-B-TO.

      * WS-RVS-YEAR/WS-RVS-MONTH HOLD A MONTH - SETS THE PERIOD
      * WINDOW WS-RVS-A (FIRST DAY 00:00) TO WS-RVS-B (FIRST DAY OF
      * THE NEXT MONTH 00:00) AND THE MONTH'S FIRST AND LAST DATES
      * IN WS-RVS-FIRST / WS-RVS-LAST.
       REV_MONTH_WINDOW.
           COMPUTE WS-RVS-FIRST = (WS-RVS-YEAR * 10000) +
               (WS-RVS-MONTH * 100) + 1
           IF WS-RVS-MONTH = 12 THEN
               COMPUTE WS-RVS-NEXT = ((WS-RVS-YEAR + 1) * 10000) + 101
           ELSE
               COMPUTE WS-RVS-NEXT = WS-RVS-FIRST + 100
           END-IF
           COMPUTE WS-RVS-LAST = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RVS-NEXT) - 1)
           COMPUTE WS-RVS-A = WS-RVS-FIRST * 10000
           COMPUTE WS-RVS-B = WS-RVS-NEXT * 10000.

      * WS-RVS-S/WS-RVS-E HOLD A STAY'S START AND END, WS-RVS-A/
      * WS-RVS-B A PERIOD AND
      * WS-RVS-AMT THE STAY'S ROOM AMOUNT - LEAVES IN WS-RVS-SHARE
      * THE PART OF THE AMOUNT EARNED INSIDE THE PERIOD, IN
      * PROPORTION TO THE REAL MINUTES OF THE STAY SPENT THERE (A
      * CLOCK-CHANGE NIGHT COUNTS ITS REAL LENGTH). A STAY OF NO
      * LENGTH IS EARNED WHERE IT ENDS.
       REV_SPLIT_SHARE.
           MOVE WS-RVS-S TO WS-DST-STAMP-N
           PERFORM DST_REAL_MINUTES
           MOVE WS-DST-REAL TO WS-RVS-S-REAL
           MOVE WS-RVS-E TO WS-DST-STAMP-N
           PERFORM DST_REAL_MINUTES
           MOVE WS-DST-REAL TO WS-RVS-E-REAL
           MOVE WS-RVS-A TO WS-DST-STAMP-N
           PERFORM DST_REAL_MINUTES
           MOVE WS-DST-REAL TO WS-RVS-A-REAL
           MOVE WS-RVS-B TO WS-DST-STAMP-N
           PERFORM DST_REAL_MINUTES
           MOVE WS-DST-REAL TO WS-RVS-B-REAL
           MOVE 0 TO WS-RVS-SHARE
           COMPUTE WS-RVS-TOTAL = WS-RVS-E-REAL - WS-RVS-S-REAL
           IF WS-RVS-TOTAL <= 0 THEN
               IF WS-RVS-E-REAL >= WS-RVS-A-REAL AND
                   WS-RVS-E-REAL < WS-RVS-B-REAL THEN
                   MOVE WS-RVS-AMT TO WS-RVS-SHARE
               END-IF
           ELSE
               IF WS-RVS-S-REAL > WS-RVS-A-REAL THEN
                   MOVE WS-RVS-S-REAL TO WS-RVS-LO
               ELSE
                   MOVE WS-RVS-A-REAL TO WS-RVS-LO
               END-IF
               IF WS-RVS-E-REAL < WS-RVS-B-REAL THEN
                   MOVE WS-RVS-E-REAL TO WS-RVS-HI
               ELSE
                   MOVE WS-RVS-B-REAL TO WS-RVS-HI
               END-IF
               IF WS-RVS-HI >= WS-RVS-TOTAL + WS-RVS-LO THEN
                   MOVE WS-RVS-AMT TO WS-RVS-SHARE
               ELSE
                   IF WS-RVS-HI > WS-RVS-LO THEN
                       COMPUTE WS-RVS-SHARE = WS-RVS-AMT *
                           (WS-RVS-HI - WS-RVS-LO) / WS-RVS-TOTAL
                   END-IF
               END-IF
           END-IF.

      * WS-RVS-D/WS-RVS-N HOLD A STAY'S ARRIVAL DATE AND NIGHTS AND
      * WS-RVS-FIRST/WS-RVS-LAST A MONTH - LEAVES IN WS-RVS-NIGHTS
      * HOW MANY OF THE STAY'S NIGHTS BEGIN INSIDE THE MONTH.
       REV_SPLIT_NIGHTS.
           MOVE 0 TO WS-RVS-NIGHTS
           IF WS-RVS-N > 0 THEN
               COMPUTE WS-RVS-N-FROM =
                   FUNCTION INTEGER-OF-DATE(WS-RVS-D)
               COMPUTE WS-RVS-N-TO = WS-RVS-N-FROM + WS-RVS-N - 1
               IF WS-RVS-N-FROM <
                   FUNCTION INTEGER-OF-DATE(WS-RVS-FIRST) THEN
                   COMPUTE WS-RVS-N-FROM =
                       FUNCTION INTEGER-OF-DATE(WS-RVS-FIRST)
               END-IF
               IF WS-RVS-N-TO >
                   FUNCTION INTEGER-OF-DATE(WS-RVS-LAST) THEN
                   COMPUTE WS-RVS-N-TO =
                       FUNCTION INTEGER-OF-DATE(WS-RVS-LAST)
               END-IF
               IF WS-RVS-N-TO >= WS-RVS-N-FROM THEN
                   COMPUTE WS-RVS-NIGHTS =
                       WS-RVS-N-TO - WS-RVS-N-FROM + 1
               END-IF
           END-IF.

      * WS-PKG-CODE HOLDS THE PACKAGE KEYED ON THE BOOKING SCREEN
      * (SPACES = NONE) AND fr_numCh/fr_date_debut THE STAY - READS
      * THE PACKAGE INTO tamp_fpkg, PROVES IT IS ON SALE, NOT MIXED
      * WITH A PROMO CODE AND SOLD FOR THE ROOM'S TYPE, THEN FORCES
      * THE STAY LENGTH TO THE PACKAGE HOURS PLUS ANY LATE-CHECKOUT
      * HOURS AND REBUILDS fr_date_fin TO MATCH. WS-PKG-OK = 0 WITH
      * ERROR-MESSAGE SET WHEN THE PACKAGE IS REFUSED.
       PKG_APPLY_TO_STAY.
           MOVE 1 TO WS-PKG-OK
           IF WS-PKG-CODE NOT = SPACES THEN
               MOVE 0 TO WS-PKG-OK
               OPEN INPUT fpkg
                   MOVE WS-PKG-CODE TO fbn_code
                   READ fpkg
                       INVALID KEY
                           MOVE "UNKNOWN PACKAGE CODE" TO
                               ERROR-MESSAGE
                       NOT INVALID KEY
                           IF fbn_status NOT = 0 THEN
                               MOVE "PACKAGE NO LONGER ON SALE" TO
                                   ERROR-MESSAGE
                           ELSE
                               MOVE 1 TO WS-PKG-OK
                           END-IF
                   END-READ
               CLOSE fpkg
               IF WS-PKG-OK = 1 AND fr_promo NOT = SPACES THEN
                   MOVE 0 TO WS-PKG-OK
                   MOVE "PROMO CODE NOT VALID WITH A PACKAGE" TO
                       ERROR-MESSAGE
               END-IF
               IF WS-PKG-OK = 1 AND fbn_typeCh NOT = SPACES THEN
                   OPEN INPUT fch
                       MOVE fr_numCh TO fc_numCh
                       READ fch
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF fc_typeCh NOT = fbn_typeCh THEN
                                   MOVE 0 TO WS-PKG-OK
                                   MOVE
                                "PACKAGE NOT SOLD FOR THIS ROOM TYPE"
                                       TO ERROR-MESSAGE
                               END-IF
                       END-READ
                   CLOSE fch
               END-IF
               IF WS-PKG-OK = 1 THEN
                   MOVE 0 TO WS-PKG-LATE
                   PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
                       UNTIL WS-PKG-IDX > 5
                       IF fbn_kind(WS-PKG-IDX) = 3 THEN
                           ADD fbn_qty(WS-PKG-IDX) TO WS-PKG-LATE
                       END-IF
                   END-PERFORM
                   COMPUTE fr_duree_hours = fbn_hours + WS-PKG-LATE
                   MOVE 0 TO fr_duree_minute
                   MOVE 0 TO fr_nights
                   PERFORM BUILD_CANDIDATE_FIN
               END-IF
           END-IF.

      * tamp_fpkg HOLDS THE PACKAGE AND tamp_fresa THE STAY BEING
      * BOOKED - PRICES THE ROOM TIME THE USUAL RATE x DURATION WAY
      * (THE ROOM'S LIST VALUE), SPLITS fbn_price ACROSS THE ROOM AND
      * THE CHARGEABLE COMPONENTS BY fbn_rule AND LEAVES THE SPLIT
      * IN tamp_fpksale. THE ROOM'S SHARE IS WHAT THE STAY BILLS:
      * THE GAP TO ITS LIST VALUE GOES INTO fr_discount, SO EVERY
      * ROOM-REVENUE FIGURE ALREADY NETS IT. A ROOM SHARE ABOVE LIST
      * IS CAPPED AND THE SURPLUS GOES TO THE FIRST COMPONENT (OR A
      * SUPPLEMENT LINE WHEN THE PACKAGE HAS NONE).
       PKG_ALLOCATE.
           MOVE 0 TO WS-REV-PRICE
           MOVE fr_numCh TO fc_numCh
           OPEN INPUT fch
               READ fch
                   INVALID KEY
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
           COMPUTE WS-PKG-ROOM-LIST ROUNDED =
               WS-REV-PRICE * WS-REV-DURATION
           MOVE 0 TO WS-PKG-VAL-SUM
           MOVE 0 TO WS-PKG-FIRST
           MOVE 0 TO fbs_parking
           PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
               UNTIL WS-PKG-IDX > 6
               MOVE 0 TO fbs_class(WS-PKG-IDX)
               MOVE SPACES TO fbs_label(WS-PKG-IDX)
               MOVE 0 TO fbs_amount(WS-PKG-IDX)
           END-PERFORM
           PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
               UNTIL WS-PKG-IDX > 5
               MOVE 0 TO WS-PKG-VAL(WS-PKG-IDX)
               IF fbn_kind(WS-PKG-IDX) = 1 OR
                   fbn_kind(WS-PKG-IDX) = 2 OR
                   fbn_kind(WS-PKG-IDX) = 4 THEN
                   IF fbn_qty(WS-PKG-IDX) = 0 THEN
                       MOVE fbn_value(WS-PKG-IDX) TO
                           WS-PKG-VAL(WS-PKG-IDX)
                   ELSE
                       COMPUTE WS-PKG-VAL(WS-PKG-IDX) =
                           fbn_value(WS-PKG-IDX) *
                           fbn_qty(WS-PKG-IDX)
                   END-IF
                   ADD WS-PKG-VAL(WS-PKG-IDX) TO WS-PKG-VAL-SUM
                   IF WS-PKG-FIRST = 0 AND
                       WS-PKG-VAL(WS-PKG-IDX) NOT = 0 THEN
                       MOVE WS-PKG-IDX TO WS-PKG-FIRST
                   END-IF
               END-IF
               IF fbn_kind(WS-PKG-IDX) = 2 THEN
                   MOVE 1 TO fbs_parking
               END-IF
           END-PERFORM
      *    FIXED PARTS THAT NO LONGER FIT UNDER THE PRICE FALL BACK
      *    TO THE PRO-RATA SPLIT RATHER THAN BILL THE ROOM NEGATIVE
           COMPUTE WS-PKG-TOTAL = WS-PKG-ROOM-LIST + WS-PKG-VAL-SUM
           MOVE 0 TO WS-PKG-PARTS
           PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
               UNTIL WS-PKG-IDX > 5
               IF WS-PKG-VAL(WS-PKG-IDX) NOT = 0 THEN
                   IF fbn_rule = 2 AND
                       WS-PKG-VAL-SUM NOT > fbn_price THEN
                       MOVE WS-PKG-VAL(WS-PKG-IDX) TO
                           fbs_amount(WS-PKG-IDX)
                   ELSE
                       COMPUTE fbs_amount(WS-PKG-IDX) ROUNDED =
                           fbn_price * WS-PKG-VAL(WS-PKG-IDX)
                           / WS-PKG-TOTAL
                   END-IF
                   IF fbn_kind(WS-PKG-IDX) = 1 THEN
                       MOVE fbn_class(WS-PKG-IDX) TO
                           fbs_class(WS-PKG-IDX)
                   ELSE
                       MOVE 4 TO fbs_class(WS-PKG-IDX)
                   END-IF
                   MOVE fbn_label(WS-PKG-IDX) TO
                       fbs_label(WS-PKG-IDX)
                   ADD fbs_amount(WS-PKG-IDX) TO WS-PKG-PARTS
               END-IF
           END-PERFORM
           COMPUTE WS-PKG-ROOM-PART = fbn_price - WS-PKG-PARTS
           IF WS-PKG-ROOM-PART < 0 THEN
               MOVE 0 TO WS-PKG-ROOM-PART
           END-IF
           IF WS-PKG-ROOM-PART > WS-PKG-ROOM-LIST THEN
               COMPUTE WS-PKG-SURPLUS =
                   WS-PKG-ROOM-PART - WS-PKG-ROOM-LIST
               MOVE WS-PKG-ROOM-LIST TO WS-PKG-ROOM-PART
               IF WS-PKG-FIRST NOT = 0 THEN
                   ADD WS-PKG-SURPLUS TO fbs_amount(WS-PKG-FIRST)
               ELSE
                   MOVE 4 TO fbs_class(6)
                   MOVE "PACKAGE SUPPLEMENT" TO fbs_label(6)
                   MOVE WS-PKG-SURPLUS TO fbs_amount(6)
               END-IF
           END-IF
           COMPUTE WS-PROMO-DISC = WS-PKG-ROOM-LIST - WS-PKG-ROOM-PART
           MOVE WS-PROMO-DISC TO fr_discount_entier
           COMPUTE fr_discount_decimal =
               (WS-PROMO-DISC - fr_discount_entier) * 100
           MOVE fbn_code TO fbs_code
           MOVE fbn_name TO fbs_name
           MOVE fbn_price TO fbs_price
           MOVE WS-PKG-ROOM-LIST TO fbs_room_list
           MOVE WS-PKG-ROOM-PART TO fbs_room_part
           MOVE 0 TO fbs_posted
           PERFORM LOAD_BUSINESS_DATE
           MOVE WS-BUSINESS-DATE TO fbs_date
           MOVE WS-CURRENT-USER-NUM TO fbs_numP.

      * THE STAY IN tamp_fresa HAS JUST BEEN WRITTEN - FILES THE
      * SPLIT PKG_ALLOCATE LEFT IN tamp_fpksale UNDER ITS NUMBER.
       PKG_RECORD_SALE.
           MOVE fr_numResa TO fbs_numResa
           OPEN I-O fpksale
               WRITE tamp_fpksale
                   INVALID KEY
                       MOVE "PACKAGE NOT RECORDED" TO ERROR-MESSAGE
                   NOT INVALID KEY
                       MOVE "fpksale" TO WS-AUDIT-FILE
                       MOVE fbs_numResa TO WS-AUDIT-KEY
                       MOVE "ADD" TO WS-AUDIT-OP
                       PERFORM AUDIT_LOG
               END-WRITE
           CLOSE fpksale.

      * fr_numResa HOLDS A STAY - WS-PKG-OK = 1 AND tamp_fpksale
      * LOADED WHEN IT WAS SOLD AS A PACKAGE.
       PKG_FIND_SALE.
           MOVE 0 TO WS-PKG-OK
           OPEN INPUT fpksale
               MOVE fr_numResa TO fbs_numResa
               READ fpksale
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-PKG-OK
               END-READ
           CLOSE fpksale.

      * RUN AS THE GUEST CHECKS IN (tamp_fresa HOLDS THE STAY) -
      * POSTS EACH PRICED COMPONENT OF THE PACKAGE SOLD WITH IT AS
      * AN OPEN fext LINE OF ITS CLASS, SO THE INVOICE, THE VAT
      * VENTILATION, THE GL EXPORT AND THE REVENUE REPORTS ALL SEE
      * THE COMPONENTS. fbs_posted STOPS A SECOND CHECK-IN POSTING
      * THEM TWICE.
       PKG_POST_COMPONENTS.
           OPEN I-O fpksale
               MOVE fr_numResa TO fbs_numResa
               READ fpksale
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF fbs_posted = 0 THEN
                           PERFORM LOAD_BUSINESS_DATE
                           PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
                               UNTIL WS-PKG-IDX > 6
                               IF fbs_amount(WS-PKG-IDX) NOT = 0
                                   THEN
                                   PERFORM PKG_POST_ONE_COMPONENT
                               END-IF
                           END-PERFORM
                           MOVE 1 TO fbs_posted
                           REWRITE tamp_fpksale
                       END-IF
               END-READ
           CLOSE fpksale.

      * fbs_part(WS-PKG-IDX) BECOMES ONE OPEN fext LINE ON THE STAY
       PKG_POST_ONE_COMPONENT.
           PERFORM GET_LASTID_EXTRA
           MOVE fr_numResa TO fe_numResa
           MOVE fbs_class(WS-PKG-IDX) TO fe_code
           MOVE fbs_amount(WS-PKG-IDX) TO fe_amount_entier
           COMPUTE fe_amount_decimal =
               (fbs_amount(WS-PKG-IDX) - fe_amount_entier) * 100
           MOVE WS-BUSINESS-DATE TO fe_date
           MOVE WS-CURRENT-USER-NUM TO fe_numP
           MOVE 0 TO fe_status
           MOVE 0 TO fe_numEq
           OPEN I-O fext
               WRITE tamp_fext
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "fext" TO WS-AUDIT-FILE
                       MOVE fe_numExt TO WS-AUDIT-KEY
                       MOVE "ADD" TO WS-AUDIT-OP
                       PERFORM AUDIT_LOG
               END-WRITE
           CLOSE fext.

      * tamp_finv HOLDS THE INVOICE ABOUT TO BE SHOWN - THE PACKAGE
      * LINE INVOICE-SCREEN PRINTS (SPACES WHEN THE STAY WAS NOT
      * SOLD AS A PACKAGE).
       PKG_INVOICE_LINE.
           MOVE SPACES TO WS-PKG-INV-LINE
           OPEN INPUT fpksale
               MOVE fi_numResa TO fbs_numResa
               READ fpksale
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE fbs_price TO WS-PKG-PRICE-ED
                       STRING "PACKAGE: " FUNCTION TRIM(fbs_name)
                           " AT " WS-PKG-PRICE-ED
                           DELIMITED BY SIZE INTO WS-PKG-INV-LINE
               END-READ
           CLOSE fpksale.

      * tamp_fmis HOLDS A MISSION - WHEN THE PREPARATION RUN ISSUED
      * IT, ITS PREPARATION ITEMS (fpr_numM) BECOME THE CHECKLIST
      * PUT TO THE CLEANER, NUMBERED 1 UP IN WS-CKL-NUMCK SO THE
      * HANDHELD CAN TICK THEM BY POSITION. WS-PRP-MISSION = 1 AND
      * WS-CKL-CNT > 0 WHEN IT IS A PREPARATION MISSION.
       PREP_LOAD_CHECKLIST.
           MOVE 0 TO WS-PRP-MISSION
           MOVE fm_numM TO WS-PRP-NUMM
           OPEN INPUT fprep
               MOVE WS-PRP-NUMM TO fpr_numM
               START fprep KEY IS EQUAL fpr_numM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-PRP-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-PRP-EOF = 1
                           OR WS-CKL-CNT = 20
                           READ fprep NEXT
                               AT END
                                   MOVE 1 TO WS-PRP-EOF
                               NOT AT END
                                   IF fpr_numM NOT = WS-PRP-NUMM THEN
                                       MOVE 1 TO WS-PRP-EOF
                                   ELSE
                                       MOVE 1 TO WS-PRP-MISSION
                                       ADD 1 TO WS-CKL-CNT
                                       MOVE WS-CKL-CNT TO
                                           WS-CKL-NUMCK(WS-CKL-CNT)
                                       MOVE fpr_item TO
                                           WS-CKL-ITEM(WS-CKL-CNT)
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fprep.

      * tamp_fmis HOLDS A PREPARATION MISSION JUST CLOSED - EVERY
      * ITEM IT CARRIED IS MARKED DONE, AND A CHARGEABLE ONE IS
      * POSTED AS AN OPEN fext LINE OF ITS CLASS ON THE STAY, TO
      * SETTLE WITH THE REST AT CHECKOUT.
       PREP_MARK_DONE.
           MOVE fm_numM TO WS-PRP-NUMM
           PERFORM LOAD_BUSINESS_DATE
           OPEN I-O fprep
               MOVE WS-PRP-NUMM TO fpr_numM
               START fprep KEY IS EQUAL fpr_numM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-PRP-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-PRP-EOF = 1
                           READ fprep NEXT
                               AT END
                                   MOVE 1 TO WS-PRP-EOF
                               NOT AT END
                                   IF fpr_numM NOT = WS-PRP-NUMM THEN
                                       MOVE 1 TO WS-PRP-EOF
                                   ELSE
                                       IF fpr_status = 1 THEN
                                           PERFORM PREP_DONE_ONE
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fprep.

      * tamp_fprep HOLDS ONE ITEM OF THE MISSION (fprep OPEN I-O)
       PREP_DONE_ONE.
           IF fpr_class NOT = 0 AND fpr_amount NOT = 0 THEN
               PERFORM GET_LASTID_EXTRA
               MOVE fpr_numResa TO fe_numResa
               MOVE fpr_class TO fe_code
               MOVE fpr_amount TO fe_amount_entier
               COMPUTE fe_amount_decimal =
                   (fpr_amount - fe_amount_entier) * 100
               MOVE WS-BUSINESS-DATE TO fe_date
               MOVE WS-CURRENT-USER-NUM TO fe_numP
               MOVE 0 TO fe_status
               MOVE 0 TO fe_numEq
               OPEN I-O fext
                   WRITE tamp_fext
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE fe_numExt TO fpr_numExt
                           MOVE "fext" TO WS-AUDIT-FILE
                           MOVE fe_numExt TO WS-AUDIT-KEY
                           MOVE "ADD" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                   END-WRITE
               CLOSE fext
           END-IF
           MOVE 2 TO fpr_status
           MOVE WS-BUSINESS-DATE TO fpr_done_date
           REWRITE tamp_fprep
           MOVE "fprep" TO WS-AUDIT-FILE
           MOVE fpr_numPr TO WS-AUDIT-KEY
           MOVE "MODIFY" TO WS-AUDIT-OP
           PERFORM AUDIT_LOG.

      * fr_numResa HOLDS THE STAY ABOUT TO BE CHECKED IN - COUNTS
      * ITS PREPARATIONS NOT YET DONE (RECORDED OR MISSION STILL
      * OPEN) AND LEAVES THE DESK WARNING IN WS-PRP-WARN (SPACES
      * WHEN EVERYTHING IS READY).
       PREP_OPEN_WARNING.
           MOVE SPACES TO WS-PRP-WARN
           MOVE 0 TO WS-PRP-OPEN
           MOVE fr_numResa TO WS-PRP-FIND-RESA
           OPEN INPUT fprep
               MOVE WS-PRP-FIND-RESA TO fpr_numResa
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
                                       IF fpr_status < 2 THEN
                                           ADD 1 TO WS-PRP-OPEN
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fprep
           IF WS-PRP-OPEN > 0 THEN
               MOVE WS-PRP-OPEN TO WS-PRP-OPEN-ED
               STRING "WARNING - " WS-PRP-OPEN-ED
                   " PREPARATION(S) STILL OPEN FOR THIS STAY"
                   DELIMITED BY SIZE INTO WS-PRP-WARN
           END-IF.

      * WHETHER THE SIGNED-ON OPERATOR SEES DOCUMENT AND PHONE
      * NUMBERS IN FULL - SUPERVISORS (fp_type = 2) ONLY. EVERYONE
      * ELSE, AND ANY RUN WITH NOBODY SIGNED ON, GETS WS-MSK-FULL = 0
      * AND THE MASKED FORM.
       SET_MASK_VIEW.
           MOVE 0 TO WS-MSK-FULL
           IF WS-CURRENT-USER-TYPE = 2 AND
               WS-CURRENT-USER-NUM NOT = 0 THEN
               MOVE 1 TO WS-MSK-FULL
           END-IF.

      * THE KEY THE DOCUMENT NUMBERS ARE SCRAMBLED UNDER - THE
      * fparam "IDKY" SETTING FOLDED INTO A HOUSE CONSTANT, SO A
      * COPY OF identity_register.dat ON ITS OWN READS AS NOISE. NO
      * EXTERNAL CRYPTO LIBRARY IS AVAILABLE IN THIS DIALECT, SO THE
      * SCRAMBLE IS HOMEGROWN THE SAME WAY HASH_PASSWORD IS.
       LOAD_MASK_KEY.
           MOVE "IDKY" TO fpar_key
           PERFORM GET_PARAM_RATE
           COMPUTE WS-MSK-KEY = (fpar_value * 100) + 7919.

      * fir_numIr AND WS-MSK-IDX MUST BE SET - THE SHIFT (0-94) FOR
      * THAT CHARACTER POSITION OF THAT ENTRY, SO THE SAME DOCUMENT
      * SCRAMBLES DIFFERENTLY ON EVERY REGISTER LINE.
       MASK_POSITION_SHIFT.
           COMPUTE WS-MSK-SHIFT = FUNCTION MOD((WS-MSK-KEY *
               ((WS-MSK-IDX * 31) + 17)) + (fir_numIr * 13) +
               (WS-MSK-IDX * WS-MSK-IDX), 95).

      * tamp_fidr HOLDS AN ENTRY ABOUT TO BE FILED (fir_numIr ALREADY
      * GIVEN) - SCRAMBLES fir_doc_num IN PLACE AND SETS
      * fir_doc_prot. EVERY PRINTABLE CHARACTER, BLANKS INCLUDED,
      * IS ROTATED WITHIN THE 95 PRINTABLE CODES, SO EVEN THE LENGTH
      * DOES NOT SHOW. AN ENTRY ALREADY PROTECTED IS LEFT ALONE.
       IDR_PROTECT_DOC.
           IF fir_doc_prot NOT = 1 THEN
               PERFORM LOAD_MASK_KEY
               MOVE fir_doc_num TO WS-MSK-WORK
               PERFORM VARYING WS-MSK-IDX FROM 1 BY 1
                   UNTIL WS-MSK-IDX > 20
                   COMPUTE WS-MSK-ORD =
                       FUNCTION ORD(WS-MSK-WORK(WS-MSK-IDX:1))
                   IF WS-MSK-ORD > 32 AND WS-MSK-ORD < 128 THEN
                       PERFORM MASK_POSITION_SHIFT
                       COMPUTE WS-MSK-POS = FUNCTION MOD(WS-MSK-ORD -
                           33 + WS-MSK-SHIFT, 95) + 33
                       MOVE FUNCTION CHAR(WS-MSK-POS) TO
                           WS-MSK-WORK(WS-MSK-IDX:1)
                   END-IF
               END-PERFORM
               MOVE WS-MSK-WORK TO fir_doc_num
               MOVE 1 TO fir_doc_prot
           END-IF.

      * tamp_fidr HOLDS AN ENTRY AS READ - LEAVES ITS DOCUMENT
      * NUMBER IN CLEAR IN WS-MSK-DOC (fir_doc_num ITSELF IS NOT
      * TOUCHED). ONLY THE POLICE DECLARATION USES THIS STRAIGHT;
      * EVERYTHING ELSE GOES THROUGH MASK_IDENTITY_DOC.
       IDR_REVEAL_DOC.
           MOVE fir_doc_num TO WS-MSK-DOC
           IF fir_doc_prot = 1 THEN
               PERFORM LOAD_MASK_KEY
               PERFORM VARYING WS-MSK-IDX FROM 1 BY 1
                   UNTIL WS-MSK-IDX > 20
                   COMPUTE WS-MSK-ORD =
                       FUNCTION ORD(WS-MSK-DOC(WS-MSK-IDX:1))
                   IF WS-MSK-ORD > 32 AND WS-MSK-ORD < 128 THEN
                       PERFORM MASK_POSITION_SHIFT
                       COMPUTE WS-MSK-POS = FUNCTION MOD(WS-MSK-ORD -
                           33 + 95 - WS-MSK-SHIFT, 95) + 33
                       MOVE FUNCTION CHAR(WS-MSK-POS) TO
                           WS-MSK-DOC(WS-MSK-IDX:1)
                   END-IF
               END-PERFORM
           END-IF.

      * tamp_fidr HOLDS AN ENTRY AS READ - LEAVES IN WS-MSK-DOC THE
      * DOCUMENT NUMBER THIS OPERATOR MAY SEE: IN FULL FOR A
      * SUPERVISOR, OTHERWISE STARRED OUT BUT FOR THE LAST FOUR
      * CHARACTERS (ALL OF IT WHEN IT IS FOUR OR SHORTER).
       MASK_IDENTITY_DOC.
           PERFORM SET_MASK_VIEW
           PERFORM IDR_REVEAL_DOC
           IF WS-MSK-FULL = 0 THEN
               MOVE 0 TO WS-MSK-LEN
               PERFORM VARYING WS-MSK-IDX FROM 1 BY 1
                   UNTIL WS-MSK-IDX > 20
                   IF WS-MSK-DOC(WS-MSK-IDX:1) NOT = SPACE THEN
                       MOVE WS-MSK-IDX TO WS-MSK-LEN
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-MSK-IDX FROM 1 BY 1
                   UNTIL WS-MSK-IDX > WS-MSK-LEN
                   IF WS-MSK-IDX + 4 <= WS-MSK-LEN OR
                       WS-MSK-LEN <= 4 THEN
                       MOVE "*" TO WS-MSK-DOC(WS-MSK-IDX:1)
                   END-IF
               END-PERFORM
           END-IF.

      * fcl_tel HOLDS THE NUMBER - LEAVES IN WS-MSK-TEL WHAT THIS
      * OPERATOR MAY SEE (SEE SET_MASK_VIEW).
       MASK_CLIENT_TEL.
           PERFORM SET_MASK_VIEW
           PERFORM MASK_TEL_APPLY.

      * fcl_tel HOLDS THE NUMBER AND WS-MSK-FULL IS ALREADY DECIDED -
      * ALL TEN DIGITS, OR THE LAST FOUR BEHIND SIX STARS.
       MASK_TEL_APPLY.
           MOVE fcl_tel TO WS-MSK-TEL
           IF WS-MSK-FULL = 0 THEN
               MOVE "******" TO WS-MSK-TEL(1:6)
           END-IF.

      * BEFORE ADD-CLI-SCREEN IS PUT UP TO CHANGE AN EXISTING CLIENT
      * - AN OPERATOR WHO MAY NOT SEE THE NUMBER GETS THE FIELD
      * BLANKED (THE OLD ONE KEPT ASIDE) AND A HINT THAT LEAVING IT
      * AT ZERO KEEPS IT.
       MASK_EDIT_TEL_HIDE.
           PERFORM SET_MASK_VIEW
           MOVE fcl_tel TO WS-MSK-KEEP-TEL
           MOVE SPACES TO WS-MSK-TEL-HINT
           IF WS-MSK-FULL = 0 AND fcl_tel NOT = 0 THEN
               MOVE 0 TO fcl_tel
               MOVE "(ON FILE - LEAVE 0 TO KEEP)" TO WS-MSK-TEL-HINT
           END-IF.

      * AFTER THE SCREEN - A NUMBER LEFT AT ZERO BY SUCH AN OPERATOR
      * GOES BACK TO THE ONE ON FILE.
       MASK_EDIT_TEL_RESTORE.
           IF WS-MSK-FULL = 0 AND fcl_tel = 0 THEN
               MOVE WS-MSK-KEEP-TEL TO fcl_tel
           END-IF
           MOVE SPACES TO WS-MSK-TEL-HINT.

      * WS-ACC-SCREEN, WS-ACC-TYPE AND WS-ACC-NUM MUST BE SET - FILES
      * ONE faccess LINE SAYING WHO LOOKED AT WHOSE DATA, ON WHICH
      * SCREEN AND WHEN. THE KEY IS THE CLOCK TO THE HUNDREDTH PLUS
      * THE OPERATOR, SO NOTHING WAITS ON A COUNTER (THE EVACUATION
      * LIST LOGS THROUGH HERE TOO); A CLASH BUMPS fvw_seq. A ZERO
      * SUBJECT IS NOT LOGGED.
       ACCESS_LOG.
           IF WS-ACC-NUM NOT = 0 THEN
               MOVE FUNCTION CURRENT-DATE TO WS-ACC-STAMP
               MOVE WS-ACC-STAMP(1:8) TO fvw_date
               MOVE WS-ACC-STAMP(9:8) TO fvw_time
               MOVE WS-CURRENT-USER-NUM TO fvw_by
               MOVE 0 TO fvw_seq
               MOVE WS-CURRENT-USER-NUM TO fvw_numP
               MOVE WS-ACC-TYPE TO fvw_subj_type
               MOVE WS-ACC-NUM TO fvw_subj_num
               MOVE WS-ACC-SCREEN TO fvw_screen
               MOVE WS-SHIFT-NUM TO fvw_shift
               MOVE 0 TO WS-ACC-DONE
               MOVE 0 TO WS-ACC-TRIES
               OPEN I-O faccess
                   PERFORM WITH TEST AFTER UNTIL WS-ACC-DONE = 1
                       OR WS-ACC-TRIES = 9
                       WRITE tamp_faccess
                           INVALID KEY
                               ADD 1 TO WS-ACC-TRIES
                               ADD 1 TO fvw_seq
                           NOT INVALID KEY
                               MOVE 1 TO WS-ACC-DONE
                       END-WRITE
                   END-PERFORM
               CLOSE faccess
           END-IF.

      * tamp_fidr HOLDS A REGISTER ENTRY BEING SHOWN OR DECLARED AND
      * WS-ACC-SCREEN THE VIEW - THE SUBJECT IS THE CLIENT, OR THE
      * STAY FOR A COMPANION WHO HAS NO CLIENT RECORD.
       ACCESS_LOG_IDENTITY.
           IF fir_numCl NOT = 0 THEN
               MOVE "C" TO WS-ACC-TYPE
               MOVE fir_numCl TO WS-ACC-NUM
           ELSE
               MOVE "R" TO WS-ACC-TYPE
               MOVE fir_numResa TO WS-ACC-NUM
           END-IF
           PERFORM ACCESS_LOG.

      * tamp_fresa HOLDS THE STAY (fresa CLOSED) - WHAT THE GUEST
      * STILL OWES IN WS-CPK-DUE: THE ROOM PRICED THE
      * CALC_ROOM_REVENUE_FOR_DAY WAY (RATE x DURATION MINUS
      * DISCOUNT) PLUS THE EXTRAS, LESS DEPOSIT AND PAYMENTS. A
      * GUEST IN CREDIT COMES OUT NEGATIVE.
       STAY_BALANCE_DUE.
           OPEN INPUT fch
               MOVE fr_numCh TO fc_numCh
               READ fch
                   INVALID KEY
                       CONTINUE
               END-READ
           CLOSE fch
           MOVE fr_plan TO WS-RPL-ARM
           PERFORM GET_ROOM_RATE_FOR_DATE
           COMPUTE WS-REV-DURATION = fr_duree_hours +
               (fr_duree_minute / 60) + (fr_nights * 24)
           PERFORM DST_STAY_CORRECTION
           ADD WS-DST-HOURS TO WS-REV-DURATION
           COMPUTE WS-REV-NET = (WS-REV-PRICE * WS-REV-DURATION)
               - fr_discount_entier - (fr_discount_decimal / 100)
           IF WS-REV-NET < 0 THEN
               MOVE 0 TO WS-REV-NET
           END-IF
           COMPUTE WS-CPK-DUE = WS-REV-NET + fr_extra_entier +
               (fr_extra_decimal / 100) - fr_paid_entier -
               (fr_paid_decimal / 100) - fr_deposit_entier -
               (fr_deposit_decimal / 100).
