      * PLATE FOR THE EVACUATION AND POLICE REGISTERS
           02 fr_parking PIC 9(2).
           02 fr_plate PIC X(10).
      * WHEN THE BOOKING WAS TAKEN AND BY WHICH CLERK (0 = THE BATCH:
      * CHANNEL IMPORTS AND STANDING ORDERS) - THE PICKUP AND
      * LEAD-TIME REPORTS READ THESE (ZERO ON STAYS FROM BEFORE THE
      * STAMP, WHICH THOSE REPORTS SKIP)
           02 fr_created.
              03 fr_created_date.
                 04 fr_created_year PIC 9(4).
                 04 fr_created_month PIC 9(2).
                 04 fr_created_day PIC 9(2).
              03 fr_created_time.
                 04 fr_created_hours PIC 9(2).
                 04 fr_created_minute PIC 9(2).
           02 fr_taken_by PIC 9(4).
      * THE RATE PLAN THE STAY WAS SOLD UNDER (frplan) - SPACES ON
      * STAYS BOOKED BEFORE PLANS AND ON CHANNEL/STANDING BOOKINGS,
      * WHICH KEEP THE HOUSE-WIDE PRICE AND CANCELLATION POLICY
           02 fr_plan PIC X(8).
      * WHO THE GUEST IS (fseg MARKET SEGMENT - COUPLE, BUSINESS
      * DAY-USE, EVENT PARTY, LOCAL REGULAR...) AS OPPOSED TO WHICH
      * CHANNEL SOLD THE STAY (fr_origin). SPACES = UNCLASSIFIED
           02 fr_segment PIC X(6).
      * 1 ONCE THE GUEST HAS ANSWERED THE REMINDER SMS WITH "OK"/
      * "YES" - THE DESK DOES NOT RING THOSE ON THE CALL LIST
           02 fr_guest_confirmed PIC 9.

       FD fresaarch.
       01 tamp_fresaarch.
           02 fra_conf_code PIC X(8).
           02 fra_parking PIC 9(2).
           02 fra_plate PIC X(10).
           02 fra_created.
              03 fra_created_date.
                 04 fra_created_year PIC 9(4).
                 04 fra_created_month PIC 9(2).
                 04 fra_created_day PIC 9(2).
              03 fra_created_time.
                 04 fra_created_hours PIC 9(2).
                 04 fra_created_minute PIC 9(2).
           02 fra_taken_by PIC 9(4).
           02 fra_plan PIC X(8).
           02 fra_segment PIC X(6).


       FD fcli.
           02 fcl_preferred_room PIC 9(4).
           02 fcl_numCo PIC 9(4).
           02 fcl_points PIC 9(6).
      * THE MARKET SEGMENT OF THE CLIENT'S LATEST BOOKING - THE
      * DEFAULT OFFERED ON THE NEXT ONE
           02 fcl_segment PIC X(6).
      * RECENCY/FREQUENCY/VALUE SCORING, REFRESHED BY THE MONTHLY RFM
      * RUN - THE CAMPAIGN AUDIENCE CODE (SEE WS-RFM-SEG-NAME), THE
      * THREE 1-5 SCORES (0 = NO STAY YET), LIFETIME INVOICED SPEND,
      * STAYS COUNTED, THE LATEST ARRIVAL AND THE DATE SCORED
           02 fcl_rfm_seg PIC X(8).
           02 fcl_rfm_r PIC 9.
           02 fcl_rfm_f PIC 9.
           02 fcl_rfm_m PIC 9.
           02 fcl_ltv.
              03 fcl_ltv_entier PIC 9(7).
              03 fcl_ltv_decimal PIC 9(2).
           02 fcl_stays PIC 9(4).
           02 fcl_last_stay PIC 9(8).
           02 fcl_rfm_date PIC 9(8).
      * PREFERRED LANGUAGE FOR OUTBOUND MESSAGES (SPACES = HOUSE)
           02 fcl_lang PIC X(2).


       FD fch.
           02 fc_close_hour PIC 9(2).
           02 fc_zone PIC 9(2).
           02 fc_site PIC 9(2).
      * SELLABLE LIFE OF THE ROOM - FIRST NIGHT IT COUNTS IN THE
      * INVENTORY (0 = ALWAYS HAS) AND THE DAY IT STOPPED COUNTING
      * (0 = STILL IN THE HOUSE). A ROOM WITH HISTORY IS RETIRED,
      * NEVER DELETED, SO PAST REPORTS KEEP THEIR DENOMINATOR.
           02 fc_in_service PIC 9(8).
           02 fc_retired PIC 9(8).


       FD fpers.
           02 fp_cap_day_min PIC 9(4).
           02 fp_cap_week_min PIC 9(5).
           02 fp_site PIC 9(2).
      * LOADED HOURLY COST (WAGE PLUS EMPLOYER CHARGES) THE
      * PROFITABILITY STATEMENT PRICES CLOCKED MISSION TIME AT -
      * 0 = THE HOUSE FIGURE IN THE fparam "LOAD" RATE
           02 fp_hourly_cost.
              03 fp_cost_entier PIC 9(3).
              03 fp_cost_decimal PIC 9(2).

           
       FD fmis.
           02 fm_needs_reassign PIC 9.
           02 fm_inspected PIC 9.
           02 fm_site PIC 9(2).
      * CONSUMABLES THE CLEANING USED, AT AVERAGE COST, SET WHEN THE
      * MISSION IS CLOCKED OUT (CONSUME_STOCK_FOR_MISSION)
           02 fm_supply_cost PIC 9(5)V99.

      * ONE RECORD PER FILE WHOSE IDS ARE GENERATED (fresa/fch/fcli/
      * fmis) - fctl_lastid IS THE LAST ID HANDED OUT, INCREMENTED BY
              03 fkc_issued_month PIC 9(2).
              03 fkc_issued_day PIC 9(2).
           02 fkc_status PIC 9.
      * CLOCK TIME OF THE HAND-OVER, WHEN THE CARD CAME BACK (OR WAS
      * VOIDED AS LOST) AND WHETHER THE LOBBY KIOSK CUT IT AGAINST
      * THE GUEST'S CONFIRMATION CODE (1) RATHER THAN THE DESK (0) -
      * ZERO ON CARDS FROM BEFORE THESE WERE KEPT
           02 fkc_issued_time.
              03 fkc_issued_hours PIC 9(2).
              03 fkc_issued_minute PIC 9(2).
           02 fkc_returned.
              03 fkc_ret_date.
                 04 fkc_ret_year PIC 9(4).
                 04 fkc_ret_month PIC 9(2).
                 04 fkc_ret_day PIC 9(2).
              03 fkc_ret_time.
                 04 fkc_ret_hours PIC 9(2).
                 04 fkc_ret_minute PIC 9(2).
           02 fkc_kiosk PIC 9.

      * fkey CARDS OF ARCHIVED STAYS - SAME LAYOUT AS tamp_fkey.
       FD fkeyarch.
       01 tamp_fkeyarch.
           02 fkca_numCard PIC 9(6).
           02 FILLER PIC X(4).
           02 fkca_numResa PIC 9(6).
           02 FILLER PIC X(26).

      * ONE MAINTENANCE WORK ORDER BEHIND THE OUT-OF-SERVICE FLAG -
      * WHAT IS BROKEN, WHO REPORTED IT, WHO FIXES IT, WHAT THE
      * OPTIONAL EQUIPMENT REFERENCE - WHICH REGISTERED PIECE THE
      * ORDER IS ABOUT (0 = NONE)
           02 fwo_numEq PIC 9(6).
      * REAL WORKING TIMES AS CLOCKED BY THE TECHNICIAN FROM THE
      * MAINTENANCE MENU (ZERO UNTIL STARTED / FINISHED)
           02 fwo_real_start.
              03 fwo_start_date.
                 04 fwo_start_year PIC 9(4).
                 04 fwo_start_month PIC 9(2).
                 04 fwo_start_day PIC 9(2).
              03 fwo_start_time.
                 04 fwo_start_hours PIC 9(2).
                 04 fwo_start_minute PIC 9(2).
           02 fwo_real_end.
              03 fwo_end_date.
                 04 fwo_end_year PIC 9(4).
                 04 fwo_end_month PIC 9(2).
                 04 fwo_end_day PIC 9(2).
              03 fwo_end_time.
                 04 fwo_end_hours PIC 9(2).
                 04 fwo_end_minute PIC 9(2).

      * ONE PART A TECHNICIAN DREW FROM fstock FOR A WORK ORDER
      * (fwp_numWo ALTERNATE KEY) - THE STOCK IS DECREMENTED WHEN
      * THE LINE IS WRITTEN.
       FD fwopart.
       01 tamp_fwopart.
           02 fwp_numWp PIC 9(6).
           02 fwp_numWo PIC 9(6).
           02 fwp_numItem PIC 9(4).
           02 fwp_qty PIC 9(4).
           02 fwp_date PIC 9(8).
           02 fwp_numP PIC 9(4).

      * ONE PREVENTIVE-MAINTENANCE PLAN - A SERVICE INTERVAL ON ONE
      * REGISTERED PIECE (fpm_numEq) OR ON EVERY PIECE OF AN ITEM
      * TYPE (fpm_item MATCHED AGAINST feq_item), DUE EVERY N DAYS
      * OR AFTER N COMPLETED STAYS IN THE ROOM. RAISED AS ORDINARY
      * fwo WORK ORDERS BY THE BATCH WHEN DUE.
       FD fpmplan.
       01 tamp_fpmplan.
           02 fpm_numPm PIC 9(4).
           02 fpm_label PIC X(30).
           02 fpm_item PIC X(30).
           02 fpm_numEq PIC 9(6).
           02 fpm_every_days PIC 9(3).
           02 fpm_every_stays PIC 9(3).
           02 fpm_duration_hours PIC 9(2).
           02 fpm_priority PIC 9.

      * THE SERVICE REGISTER BEHIND THE PLANS - ONE ROW PER PLAN AND
      * PIECE WITH THE LAST SERVICE DATE, THE COMPLETED-STAY COUNT
      * SINCE (BUMPED AS STAYS ARCHIVE) AND THE PREVENTIVE ORDER
      * CURRENTLY OPEN FOR IT WITH ITS PLANNED SLOT (0 = NONE).
       FD fpmdone.
       01 tamp_fpmdone.
           02 fps_numPd PIC 9(6).
           02 fps_numPm PIC 9(4).
           02 fps_numEq PIC 9(6).
           02 fps_numCh PIC 9(4).
           02 fps_last_date.
              03 fps_last_year PIC 9(4).
              03 fps_last_month PIC 9(2).
              03 fps_last_day PIC 9(2).
           02 fps_stay_count PIC 9(5).
           02 fps_numWo PIC 9(6).
           02 fps_plan_date PIC 9(8).
           02 fps_plan_hour PIC 9(2).

      * ONE FOUND ITEM, LOGGED FROM THE CLEANING SIDE WITH THE ROOM
      * AND MISSION IT TURNED UP IN AND WHERE IT IS STORED.
           02 flf_status PIC 9.
           02 flf_numP PIC 9(4).

      * ONE ROOM AS SEEN FROM THE CORRIDOR ON HOUSEKEEPING ROUNDS
      * (ROUNDS SHEET OR HANDHELD). fsr_state: 0 = OCCUPIED,
      * 1 = VACANT, 2 = VACANT BUT USED. fsr_checked GOES TO 1 ONCE
      * THE DISCREPANCY CHECK HAS COMPARED IT WITH fresa.
       FD fsight.
       01 tamp_fsight.
           02 fsr_numSg PIC 9(6).
           02 fsr_numCh PIC 9(4).
           02 fsr_date.
              03 fsr_year PIC 9(4).
              03 fsr_month PIC 9(2).
              03 fsr_day PIC 9(2).
           02 fsr_time.
              03 fsr_hours PIC 9(2).
              03 fsr_minute PIC 9(2).
           02 fsr_state PIC 9.
           02 fsr_numP PIC 9(4).
           02 fsr_checked PIC 9.

      * ONE INCIDENT/COMPLAINT, LINKED TO THE STAY AND THE CLIENT
      * (fic_numCl IS AN ALTERNATE KEY SO CLIENT_HISTORY CAN SURFACE
      * REPEAT COMPLAINERS MID-CONVERSATION). fic_category:

      * ONE HOUSEKEEPING CONSUMABLE (LINEN SETS, TOWELS,
      * AMENITIES) - QUANTITY ON HAND AND THE MINIMUM BELOW WHICH
      * THE REORDER REPORT FLAGS IT. fsk_avg_cost IS THE WEIGHTED
      * AVERAGE UNIT COST OF EVERYTHING OWNED (ON HAND PLUS AT THE
      * LAUNDRY), RE-AVERAGED ON EVERY PRICED RECEIPT.
       FD fstock.
       01 tamp_fstock.
           02 fsk_numItem PIC 9(4).
      * fsk_qty BY DISPATCH_LAUNDRY AND BACK (LESS WHAT THE LAUNDRY
      * LOST) BY RETURN_LAUNDRY
           02 fsk_laundry PIC 9(5).
           02 fsk_avg_cost PIC 9(5)V9(4).

      * HOW MANY OF EACH CONSUMABLE ONE CLEANING OF EACH ROOM TYPE
      * USES - CLOCK_OUT_MISSION DECREMENTS STOCK THROUGH THESE
           02 fro_end_hours PIC 9(2).
           02 fro_end_minute PIC 9(2).

      * ONE PROPOSED SHIFT PER CLEANER AND DAY OF A COMING WEEK
      * (frs_week = THE SATURDAY IT STARTS, frs_weekday 0 = SATURDAY
      * THROUGH 6 = FRIDAY) - DRAFTED FROM THE OCCUPANCY FORECAST,
      * REVIEWED AND AMENDED BY A SUPERVISOR, THEN PUBLISHED INTO
      * froster. frs_zone IS THE FLOOR THE CLEANER IS SENT TO.
      * frs_status 0 = DRAFT, 1 = PUBLISHED (KEPT AS THE HISTORY THE
      * WEEKEND FAIRNESS RULE LOOKS BACK ON). frs_by 0 = AS DRAFTED,
      * ELSE THE SUPERVISOR WHO LAST AMENDED THE SHIFT.
       FD frsp.
       01 tamp_frsp.
           02 frs_key.
              03 frs_week PIC 9(8).
              03 frs_numP PIC 9(4).
              03 frs_weekday PIC 9.
           02 frs_date PIC 9(8).
           02 frs_start_hours PIC 9(2).
           02 frs_start_minute PIC 9(2).
           02 frs_end_hours PIC 9(2).
           02 frs_end_minute PIC 9(2).
           02 frs_zone PIC 9(2).
           02 frs_status PIC 9.
           02 frs_by PIC 9(4).

      * ONE DATED ABSENCE (HOLIDAY, SICKNESS) PER STAFF MEMBER -
      * ASSIGNMENT NEVER BOOKS A MISSION INSIDE THE RANGE.
       FD fabs.
              03 fab_end_year PIC 9(4).
              03 fab_end_month PIC 9(2).
              03 fab_end_day PIC 9(2).
      * fab_type: 0 = UNCLASSIFIED (RECORDED BEFORE TYPES, NEVER
      * DEBITED), 1 = HOLIDAY (DEBITED FROM THE LEAVE BALANCE),
      * 2 = SICKNESS, 3 = OTHER. fab_days IS THE WORKING DAYS THE
      * RANGE COVERS UNDER THE PERSON'S ROSTER, COUNTED AT ENTRY
           02 fab_type PIC 9.
           02 fab_days PIC 9(3).

      * ONE LEAVE YEAR (THE CALENDAR YEAR) PER STAFF MEMBER - THE
      * FULL-YEAR ENTITLEMENT IN WORKING DAYS (BASE PLUS SENIORITY
      * FROM fp_dateEmbauche WHEN THE YEAR IS OPENED, OR AS SET BY
      * A MANAGER) AND THE DAYS CARRIED OVER FROM THE YEAR BEFORE.
      * THE ENTITLEMENT ACCRUES BY TWELFTHS AT THE START OF EACH
      * MONTH WORKED; HOLIDAY ABSENCES ARE DEBITED AGAINST IT.
      * flv_set_by: 0 = AS COMPUTED, ELSE THE MANAGER WHO SET IT.
       FD fleave.
       01 tamp_fleave.
           02 flv_key.
              03 flv_numP PIC 9(4).
              03 flv_year PIC 9(4).
           02 flv_entitled PIC 9(3)V99.
           02 flv_carried PIC 9(3)V99.
           02 flv_opened PIC 9(8).
           02 flv_set_by PIC 9(4).

      * ONE STANDING WEEKLY RESERVATION ORDER - CLIENT/ROOM/WEEKDAY
      * (0 = SATURDAY THROUGH 6 = FRIDAY, SAME CONVENTION AS
                 04 fq_expires_hours PIC 9(2).
                 04 fq_expires_minute PIC 9(2).
           02 fq_status PIC 9.
      * RATE PLAN THE QUOTE WAS PRICED UNDER - CARRIED ONTO THE
      * RESERVATION BY CONVERT_QUOTE
           02 fq_plan PIC X(8).

      * ONE LOYALTY POINT MOVEMENT PER CLIENT (fl_kind: 0 = EARNED AT
      * ARCHIVING OF A COMPLETED STAY, 1 = SPENT AGAINST A CHECKOUT
       FD fpayx.
       01 tamp_fpayx PIC X(100).

      * MONTHLY LEAVE BALANCE STATEMENT SENT WITH THE PAYROLL FILE
      * (numP;year;month;entitled;carried;accrued;taken;balance) -
      * files/leave_YYYYMM.csv, BUILT INTO WS-LVX-NAME BY
      * LEAVE_BALANCE_STATEMENT.
       FD flvx.
       01 tamp_flvx PIC X(100).

      * DROP-FILE OF PENDING BOOKINGS FROM THE PARTNER WEBSITE - ONE
      * COMMA-DELIMITED LINE PER BOOKING:
      * tel,nom,prenom,numCh,guests,dureeH,dureeM,nights,YYYYMMDDHHMM
           02 fgl_date PIC 9(8).
           02 fgl_desc PIC X(30).

      * ACCOUNTS-PAYABLE HAND-OFF FOR THE ACCOUNTING PACKAGE - ONE
      * LINE PER APPROVED SUPPLIER INVOICE, CLOSED BY A CONTROL LINE
      * (fap_numSup 9999) CARRYING THE COUNT AND THE GROSS TOTAL.
       FD fapexp.
       01 tamp_fapexp.
           02 fap_numSup PIC 9(4).
           02 fap_ref PIC X(20).
           02 fap_date PIC 9(8).
           02 fap_numInv PIC 9(6).
           02 fap_numPo PIC 9(6).
           02 fap_net PIC 9(7)V99.
           02 fap_vat PIC 9(7)V99.
           02 fap_total PIC 9(9)V99.
           02 fap_desc PIC X(30).

      * THE AUTHORITY'S FIXED NIGHTLY GUEST REGISTRATION LAYOUT -
      * ONE LINE PER CHECKED-IN GUEST PARTY, JOINED fresa TO fcli,
      * REBUILT IN FULL EACH NIGHT BY POLICE_EXPORT.
       FD fcsvroll.
       01 tamp_fcsvroll PIC X(250).

      * YEAR-END ARCHIVE OF THE SALES REGISTER
      * (files/sales_register_YYYY_<run date>.txt) - WRITTEN ONCE
      * BY SALES_REGISTER_FREEZE, NEVER OPENED OUTPUT OVER AN
      * EXISTING COPY.
       FD fsreg.
       01 tamp_fsreg PIC X(80).

      * TRANSACTION JOURNAL FOR THE RESERVATION-SIDE FILES - ONE
      * LINE PER WRITE/REWRITE/DELETE AGAINST fresa/fwait/fmis,
      * STAMPED WITH DATE/TIME/USER AND CARRYING THE RECORD IMAGE
                 04 fy_date_minute PIC 9(2).
           02 fy_numP PIC 9(4).
           02 fy_numShift PIC 9(6).
      * fy_kind: 0 = PAYMENT, 1 = REFUND, 2 = VOID (BOUNCED CARD),
      * 3 = CHARGEBACK (CARD DISPUTE LOST OR ACCEPTED, fdispute) -
      * REVERSAL LINES CARRY THE ORIGINAL fy_numPay IN fy_ref_pay
      * AND COUNT NEGATIVE IN EVERY RECONCILIATION
           02 fy_kind PIC 9.
           02 fy_ref_pay PIC 9(6).
              03 fy_tendered_decimal PIC 9(2).
           02 fy_rate PIC 9(3)V9(4).

      * fpay LINES OF STAYS ARCHIVED PAST THE fparam "ARHD" HOLD -
      * SAME LAYOUT AS tamp_fpay, MOVED WHOLE (ARCHIVE_STAY_CHILDREN).
       FD fpayarch.
       01 tamp_fpayarch.
           02 fya_numPay PIC 9(6).
           02 fya_numResa PIC 9(6).
           02 FILLER PIC X(56).

      * ONE RECORD PER CLERK CASH-DRAWER SHIFT - OPENED AT CONNECTION
      * TIME WITH THE COUNTED OPENING FLOAT, CLOSED BEFORE LOGOUT WITH
      * THE COUNTED DRAWER. EVERY CASH fpay LINE CARRIES THE OPEN
      * TAKING ANOTHER BOOKING ON THE ACCOUNT; A SETTLEMENT THAT
      * CLEARS THE ARREARS DROPS THE FLAG ON THE NEXT RUN
           02 fco_dunning PIC 9.
      * THE MOST THE ACCOUNT MAY OWE ACROSS UNBILLED STAYS, UNPAID
      * STATEMENTS AND OPEN EXTRAS - 0 = NO LIMIT. BOOKING AND
      * CHECK-IN WARN NEAR IT AND REFUSE PAST IT WITHOUT A MANAGER.
           02 fco_credit_limit.
              03 fco_credit_entier PIC 9(7).
              03 fco_credit_decimal PIC 9(2).
      * HOW THE MONTHLY STATEMENT REACHES THE ACCOUNT - 0 = PAPER,
      * 1 = ELECTRONIC (A STRUCTURED festmt FILE PER STATEMENT).
      * fco_ap_ref IS THE ACCOUNT'S OWN SUPPLIER REFERENCE FOR US,
      * CARRIED ON THE FILE SO THEIR PAYABLES SYSTEM CAN MATCH IT.
           02 fco_delivery PIC 9.
           02 fco_ap_ref PIC X(20).

      * ONE CONSOLIDATED MONTHLY STATEMENT PER COMPANY, BUILT BY
      * CONSOLIDATE_COMPANY_STATEMENTS FROM EVERY fresa/fresaarch STAY
           02 fx_refund.
              03 fx_refund_entier PIC 9(5).
              03 fx_refund_decimal PIC 9(2).
      * THE STAY AS IT WAS BOOKED - CHANNEL, ACCOUNT, ARRIVAL,
      * LENGTH AND BOOKING DATE - FOR THE CANCELLATION ANALYSIS
      * (ZERO ON LINES FROM BEFORE THE COPY WAS KEPT)
           02 fx_origin PIC 9.
           02 fx_numCo PIC 9(4).
           02 fx_stay.
              03 fx_stay_date PIC 9(8).
              03 fx_stay_time PIC 9(4).
           02 fx_nights PIC 9(2).
           02 fx_duree_hours PIC 9(2).
           02 fx_duree_minute PIC 9(2).
           02 fx_created_date PIC 9(8).

      * ONE RECORD PER INCIDENTAL CHARGE POSTED DURING A STAY
      * (fe_code: 1 = MINIBAR, 2 = DAMAGES, 3 = EXTRA CLEANING,
      * AGAINST - 0 WHEN THE CHARGE NAMES NO REGISTERED PIECE
           02 fe_numEq PIC 9(6).

      * fext CHARGES OF ARCHIVED STAYS - SAME LAYOUT AS tamp_fext.
       FD fextarch.
       01 tamp_fextarch.
           02 fea_numExt PIC 9(6).
           02 fea_numResa PIC 9(6).
           02 FILLER PIC X(27).

      * ONE DISCREET GARAGE BOX - THE WHITEBOARD RETIRES.
      * fpg_status: 0 = IN SERVICE, 1 = OUT OF SERVICE.
       FD fpark.
              03 frt_we_decimal PIC 9(2).
           02 frt_open_hour PIC 9(2).
           02 frt_close_hour PIC 9(2).
      * MINUTES FROM CHECK-OUT TO READY-TO-SELL THE TYPE SHOULD
      * TURN IN (0 = THE HOUSE FIGURE IN THE fparam "TATG" RATE)
           02 frt_turn_target PIC 9(4).

      * ONE ATTENDANCE PUNCH PER STAFF MEMBER AND DAY - CLOCKED IN
      * AT LOGIN AND OUT AT LOGOUT, SO RECEPTIONISTS AND THE
           02 fss_status PIC 9.

      * ONE COUNTED ITEM WITHIN A STOCKTAKE SESSION - SYSTEM
      * SNAPSHOT, BLIND COUNT AND SIGNED VARIANCE, COSTED AT THE
      * ITEM'S AVERAGE UNIT COST ON THE DAY OF THE COUNT.
       FD fstkline.
       01 tamp_fstkline.
           02 ftk_numTk PIC 9(6).
           02 ftk_sys_qty PIC 9(5).
           02 ftk_counted PIC 9(5).
           02 ftk_variance PIC S9(5).
           02 ftk_unit_cost PIC 9(5)V9(4).
           02 ftk_var_cost PIC S9(7)V99.

      * ONE LINE PER REFUSED BOOKING ATTEMPT
      * (YYYYMMDD,weekday,hour,reason,room type,party size) -
       FD fstoprsp.
       01 tamp_fstoprsp PIC X(60).

      * GUEST REPLIES TO THE RESERVATION REMINDER FROM THE GATEWAY -
      * numResa,sender,reply text (THE GATEWAY THREADS EACH REPLY
      * BACK ONTO THE REMINDER LINE'S RESERVATION NUMBER). CONSUMED.
       FD freply.
       01 tamp_freply PIC X(200).

      * THE CLEANERS' HANDHELD MISSION LIST, REWRITTEN EACH PASS -
      * M,staff,mission,room,zone,deadline,started (0/1) PER OPEN
      * MISSION IN STAFF ORDER, EACH FOLLOWED BY ITS CHECKLIST AS
      * C,mission,item number,ticked (0/1),item text.
       FD fhhout.
       01 tamp_fhhout PIC X(100).

      * EVENTS FROM THE HANDHELDS - event,mission,staff,stamp
      * (YYYYMMDDHHMM),detail,place. event IS CLOCKIN, TICK (detail
      * = CHECKLIST ITEM NUMBER), CLOCKOUT, FOUND (detail = WHAT,
      * place = WHERE IT WAS STORED) OR SIGHT (NO MISSION, detail =
      * ROOM, place = O/V/U AS SEEN ON ROUNDS). CONSUMED.
       FD fhhin.
       01 tamp_fhhin PIC X(150).

      * EVENTS THE BATCH WOULD NOT POST - THE ORIGINAL LINE WITH THE
      * REASON APPENDED, KEPT UNTIL HOUSEKEEPING HAS READ THEM.
       FD fhhrej.
       01 tamp_fhhrej PIC X(190).

      * THE BATCH RUN JOURNAL - ONE ROW PER STEP OF EACH NUMBERED
      * RUN (STARTED/COMPLETED WITH CLOCK TIMES), GROUPED BY THE
      * fbr_numRun ALTERNATE KEY. A ROW LEFT AT STATUS 0 IS THE
              03 fcg_end_month PIC 9(2).
              03 fcg_end_day PIC 9(2).
           02 fcg_window_days PIC 9(2).
      * RFM AUDIENCE THE CAMPAIGN'S SENDS ARE LIMITED TO (SPACES =
      * EVERY CONSENTING CLIENT)
           02 fcg_audience PIC X(8).

      * ONE LINE PER CAMPAIGN MESSAGE QUEUED ON THE GATEWAY
      * (YYYYMMDD,code,numCl) - THE SEND REGISTER THE ROI REPORT
           02 fcz_zone PIC 9(2).
           02 fcz_limit PIC 9(3).

      * THE LOCAL CLOCK-CHANGE TABLE - ONE ROW PER DATE THE CLOCKS GO
      * FORWARD OR BACK. fcc_hours IS THE WALL-CLOCK HOUR THE CHANGE
      * HAPPENS AT (02 FOR THE SPRING JUMP TO 03:00, 03 FOR THE
      * AUTUMN RETURN TO 02:00). fcc_dir 1 = FORWARD (THE NIGHT IS
      * fcc_minutes SHORTER), 2 = BACK (fcc_minutes LONGER). EVERY
      * STAY, MISSION AND PUNCH DURATION IS CORRECTED THROUGH IT
      * (SEE DST_ADJUST_MINUTES).
       FD fdst.
       01 tamp_fdst.
           02 fcc_date.
              03 fcc_date_year PIC 9(4).
              03 fcc_date_month PIC 9(2).
              03 fcc_date_day PIC 9(2).
           02 fcc_hours PIC 9(2).
           02 fcc_dir PIC 9.
           02 fcc_minutes PIC 9(3).
           02 fcc_set_by PIC 9(4).

      * ONE BUNDLED PACKAGE SOLD AT A SINGLE PRICE ("ROMANTIC
      * EVENING") - fbn_hours OF A ROOM OF TYPE fbn_typeCh (SPACES =
      * ANY) PLUS UP TO FIVE COMPONENT LINES. fbn_kind: 1 = ITEM
      * POSTED AS AN EXTRA CHARGE OF CLASS fbn_class (1 MINIBAR /
      * 3 CLEANING / 4 OTHER), 2 = PARKING (A GARAGE BOX, POSTED AS
      * CLASS 4 INSTEAD OF THE PARK FEE), 3 = LATE CHECKOUT
      * (fbn_qty EXTRA HOURS, SOLD AS ROOM TIME), 4 = KEY OPTION
      * (CLASS 4). fbn_value x fbn_qty IS THE STANDALONE VALUE.
      * fbn_rule: 1 = PRICE SPLIT PRO-RATA ON STANDALONE VALUES,
      * 2 = ITEMS TAKE THEIR STANDALONE VALUE, THE ROOM THE REST.
      * fbn_status: 0 = ON SALE, 1 = RETIRED.
       FD fpkg.
       01 tamp_fpkg.
           02 fbn_code PIC X(6).
           02 fbn_name PIC X(30).
           02 fbn_typeCh PIC A(30).
           02 fbn_hours PIC 9(2).
           02 fbn_price PIC 9(5)V99.
           02 fbn_rule PIC 9.
           02 fbn_status PIC 9.
           02 fbn_line OCCURS 5.
              03 fbn_kind PIC 9.
              03 fbn_class PIC 9.
              03 fbn_label PIC X(20).
              03 fbn_value PIC 9(4)V99.
              03 fbn_qty PIC 9(2).

      * THE PACKAGE SOLD WITH ONE STAY AND HOW ITS PRICE WAS SPLIT
      * AT BOOKING - THE ROOM KEEPS fbs_room_part (THE REST OF ITS
      * LIST VALUE fbs_room_list RIDES fr_discount), EACH fbs_part
      * BECOMES ONE fext LINE WHEN THE GUEST CHECKS IN
      * (fbs_posted = 1 ONCE DONE). fbs_parking = 1 WHEN THE
      * PACKAGE COVERS THE GARAGE BOX, SO NO PARK FEE IS ADDED.
       FD fpksale.
       01 tamp_fpksale.
           02 fbs_numResa PIC 9(6).
           02 fbs_code PIC X(6).
           02 fbs_name PIC X(30).
           02 fbs_price PIC 9(5)V99.
           02 fbs_room_list PIC 9(5)V99.
           02 fbs_room_part PIC 9(5)V99.
           02 fbs_parking PIC 9.
           02 fbs_posted PIC 9.
           02 fbs_date.
              03 fbs_date_year PIC 9(4).
              03 fbs_date_month PIC 9(2).
              03 fbs_date_day PIC 9(2).
           02 fbs_numP PIC 9(4).
           02 fbs_part OCCURS 6.
              03 fbs_class PIC 9.
              03 fbs_label PIC X(20).
              03 fbs_amount PIC 9(5)V99.

      * ONE PRE-ARRIVAL PREPARATION ASKED FOR ON A RESERVATION
      * (CHAMPAGNE ON ICE, PETALS, A BIRTHDAY CARD) - TO BE READY
      * fpr_lead MINUTES BEFORE fr_date_debut. THE PREPARATION RUN
      * TURNS IT INTO A HOUSEKEEPING MISSION (fpr_numM) AND IT IS
      * TICKED OFF WHEN THAT MISSION IS CLOSED; A CHARGEABLE ITEM
      * (fpr_class 1 MINIBAR / 3 CLEANING / 4 OTHER, 0 = FREE) IS
      * THEN POSTED AS fext LINE fpr_numExt. fpr_status: 0 =
      * RECORDED, 1 = MISSION ISSUED, 2 = DONE, 3 = DROPPED (STAY
      * GONE OR NO LONGER DUE).
       FD fprep.
       01 tamp_fprep.
           02 fpr_numPr PIC 9(6).
           02 fpr_numResa PIC 9(6).
           02 fpr_item PIC X(40).
           02 fpr_lead PIC 9(4).
           02 fpr_class PIC 9.
           02 fpr_amount PIC 9(5)V99.
           02 fpr_status PIC 9.
           02 fpr_numM PIC 9(5).
           02 fpr_numExt PIC 9(6).
           02 fpr_set_by PIC 9(4).
           02 fpr_done_date.
              03 fpr_done_year PIC 9(4).
              03 fpr_done_month PIC 9(2).
              03 fpr_done_day PIC 9(2).

      * ONE LINE PER LOOK AT A GUEST'S SENSITIVE DATA - WHO
      * (fvw_numP, ON WHICH DESK SHIFT), WHEN (TO THE HUNDREDTH,
      * WHICH ALSO KEEPS THE KEY UNIQUE WITHOUT A COUNTER), WHERE
      * (fvw_screen) AND WHOSE (fvw_subj_type C = CLIENT fcl_numCl,
      * R = RESERVATION fr_numResa FOR A COMPANION NOT IN fcli).
      * AUDIT_LOG KEEPS THE CHANGES, THIS KEEPS THE READS.
       FD faccess.
       01 tamp_faccess.
           02 fvw_key.
              03 fvw_date PIC 9(8).
              03 fvw_time PIC 9(8).
              03 fvw_by PIC 9(4).
              03 fvw_seq PIC 9(2).
           02 fvw_numP PIC 9(4).
           02 fvw_subject.
              03 fvw_subj_type PIC X.
              03 fvw_subj_num PIC 9(6).
           02 fvw_screen PIC X(10).
           02 fvw_shift PIC 9(6).

      * THE LATEST BUSINESS-CONTINUITY PACK AS PLAIN TEXT, REWRITTEN
      * EVERY HOUR THE DESK IS OPEN SO IT CAN BE PRINTED FROM ANY
      * MACHINE WHEN THE SERVER OR ITS DISK IS DOWN.
       FD fcpack.
       01 tamp_fcpack PIC X(80).

      * ONE LINE PER STAY PRINTED ON A CONTINUITY PACK, KEYED BY
      * THE PACK'S DATE/TIME SO EARLIER PACKS SURVIVE THE HOURLY RUN
      * (PACKS OLDER THAN TWO DAYS ARE PURGED) - fcs_kind I = IN
      * HOUSE, A = ARRIVING; THE BALANCE DUE AS PRINTED. THE
      * AFTER-OUTAGE RECONCILIATION CHECKS WHAT WAS KEYED FROM PAPER
      * AGAINST THE LAST PACK PRINTED BEFORE THE OUTAGE.
       FD fcpsnap.
       01 tamp_fcpsnap.
           02 fcs_key.
              03 fcs_pack_date PIC 9(8).
              03 fcs_pack_hours PIC 9(2).
              03 fcs_pack_minute PIC 9(2).
              03 fcs_numResa PIC 9(6).
           02 fcs_kind PIC X.
           02 fcs_numCh PIC 9(4).
           02 fcs_due_entier PIC 9(6).
           02 fcs_due_decimal PIC 9(2).

      * WHAT THE DESK DID ON PAPER WHILE THE SYSTEM WAS DOWN, KEYED
      * BACK AFTERWARDS. fcu_kind: 1 = CHECK-IN, 2 = CHECK-OUT,
      * 3 = PAYMENT (fcu_amount BY fcu_method). fcu_slip IS THE
      * NUMBER WRITTEN ON THE PAPER SLIP; fcu_paper_* WHEN IT
      * HAPPENED, fcu_numP/fcu_keyed_date WHO KEYED IT AND WHEN.
      * fcu_applied: 1 = POSTED TO THE STAY, 0 = ONLY RECORDED.
       FD fcatch.
       01 tamp_fcatch.
           02 fcu_numCu PIC 9(6).
           02 fcu_kind PIC 9.
           02 fcu_numResa PIC 9(6).
           02 fcu_amount_entier PIC 9(5).
           02 fcu_amount_decimal PIC 9(2).
           02 fcu_method PIC 9.
           02 fcu_slip PIC X(10).
           02 fcu_paper_date PIC 9(8).
           02 fcu_paper_hours PIC 9(2).
           02 fcu_paper_minute PIC 9(2).
           02 fcu_numP PIC 9(4).
           02 fcu_keyed_date PIC 9(8).
           02 fcu_applied PIC 9.

      * THIS HOUSE'S LIVE AVAILABILITY FOR THE OTHER HOUSE, REBUILT
      * IN FULL BY XSITE_PUBLISH ON EVERY BATCH RUN:
      *   H,site,YYYYMMDDHHMM             (ONE HEADER LINE)
      *   R,numCh,typeCh,lit,rate,open,close  (EACH IN-SERVICE ROOM)
      *   B,numCh,YYYYMMDDHHMM,YYYYMMDDHHMM   (EACH LIVE STAY)
      * THE EXCHANGE CARRIES IT ACROSS AS files/site_avail_other.csv,
      * WHICH FIND_AVAILABLE_ROOM READS WHEN NOTHING IS FREE HERE.
       FD fsiteav.
       01 tamp_fsiteav PIC X(100).

       FD fsiteavo.
       01 tamp_fsiteavo PIC X(100).

      * REFERRALS WAITING TO GO TO THE OTHER HOUSE - SAME LINE AS THE
      * PARTNER DROP-FILE (fimport) PLUS A TENTH FIELD
      * XREF<site><referral number>. THE EXCHANGE APPENDS THE FILE
      * TO THE OTHER HOUSE'S channel_import.csv AND EMPTIES IT.
       FD freferq.
       01 tamp_freferq PIC X(200).

      * ONE BOOKING REFERRAL BETWEEN THE HOUSES. frf_dir: S = SENT
      * FROM HERE (frf_ref = frf_numRf, frf_numResa = 0), R =
      * RECEIVED HERE THROUGH THE IMPORT QUEUE (frf_ref = THE SENDING
      * HOUSE'S NUMBER, frf_numResa = THE BOOKING IT MADE). frf_site
      * IS THE OTHER HOUSE; frf_slot THE REQUESTED START.
       FD freferral.
       01 tamp_freferral.
           02 frf_numRf PIC 9(6).
           02 frf_dir PIC X.
           02 frf_site PIC 9(2).
           02 frf_ref PIC 9(6).
           02 frf_numResa PIC 9(6).
           02 frf_numCh PIC 9(4).
           02 frf_tel PIC 9(10).
           02 frf_nom PIC X(30).
           02 frf_nb_guests PIC 9(2).
           02 frf_slot PIC 9(12).
           02 frf_made_date PIC 9(8).
           02 frf_numP PIC 9(4).

      * ONE STOCK TRANSFER BETWEEN THE HOUSES. fxt_dir: O = SHIPPED
      * FROM HERE (fxt_ref = fxt_numXf), I = COMING IN FROM THE OTHER
      * HOUSE (fxt_ref = THE SENDER'S NUMBER). fxt_status: 0 = IN
      * TRANSIT, 1 = RECEIVED IN FULL, 2 = RECEIVED SHORT. fxt_value
      * IS WHAT LEFT AT THE SENDER'S AVERAGE COST, fxt_short_value
      * WHAT NEVER ARRIVED.
       FD fxfer.
       01 tamp_fxfer.
           02 fxt_numXf PIC 9(6).
           02 fxt_dir PIC X.
           02 fxt_site PIC 9(2).
           02 fxt_ref PIC 9(6).
           02 fxt_status PIC 9.
           02 fxt_ship_date PIC 9(8).
           02 fxt_recv_date PIC 9(8).
           02 fxt_numP PIC 9(4).
           02 fxt_value PIC 9(7)V99.
           02 fxt_short_value PIC 9(7)V99.

      * ONE ITEM ON A STOCK TRANSFER (fxl_numXf ALTERNATE KEY GROUPS
      * THE DOCUMENT) - SENT VS ACTUALLY RECEIVED, AT THE SENDER'S
      * UNIT COST. THE HOUSES SHARE THE ITEM NUMBERING; THE LABEL
      * TRAVELS FOR THE RECEIVING CLERK.
       FD fxferl.
       01 tamp_fxferl.
           02 fxl_numXl PIC 9(6).
           02 fxl_numXf PIC 9(6).
           02 fxl_numItem PIC 9(4).
           02 fxl_label PIC X(30).
           02 fxl_qty_sent PIC 9(5).
           02 fxl_qty_recv PIC 9(5).
           02 fxl_unit_cost PIC 9(5)V9(4).

      * STOCK TRANSFER EXCHANGE - WHAT THIS HOUSE HAS FOR THE OTHER:
      *   T,site,transfer,ship date       (A SHIPMENT HEADER)
      *   L,transfer,item,label,qty,unit cost  (ONE PER ITEM SENT)
      *   C,transfer,receipt date,item,qty received (RECEIPT BACK TO
      *                                    THE SENDER, ONE PER ITEM)
      * THE EXCHANGE CARRIES EACH HOUSE'S OUT FILE TO THE OTHER AS
      * stock_transfer_in.csv AND EMPTIES IT; STOCK_TRANSFER_EXCHANGE
      * CONSUMES THE IN FILE.
       FD fxferq.
       01 tamp_fxferq PIC X(100).

       FD fxferin.
       01 tamp_fxferin PIC X(100).

      * ONE OUTPUT FILE OF THE NIGHTLY ANALYTICS EXTRACT AT A TIME
      * (files/anx_<name>.csv, SEE ANALYTICS_EXTRACT) - EVERY ROW
      * STARTS WITH U (INSERT OR REPLACE THE ROW WITH THIS KEY) OR
      * D (THE RECORD IS GONE, ONLY THE KEY FOLLOWS); THE CONTROL
      * FILE files/anx_control.csv IS WRITTEN LAST WITH THE ROW
      * COUNT OF EVERY FILE.
       FD fanx.
       01 tamp_fanx PIC X(300).

      * ONE RECORD PER ANALYTICS EXTRACT FILE - fas_hwm IS THE
      * HIGHEST KEY ALREADY SENT (THE LINE COUNT FOR THE TURN-AWAY
      * LOG, THE LAST DATE FOR THE DATES DIMENSION) SO THE NEXT
      * INCREMENTAL RUN STARTS ABOVE IT, fas_rows WHAT THE LAST RUN
      * SENT. THE "RUN" RECORD'S fas_stamp (YYYYMMDDHHMM) IS WHERE
      * THE NEXT RUN PICKS UP THE AUDIT TRAIL FOR CHANGED RECORDS.
       FD fanxst.
       01 tamp_fanxst.
           02 fas_code PIC X(8).
           02 fas_hwm PIC 9(12).
           02 fas_stamp PIC 9(12).
           02 fas_rows PIC 9(9).

      * WHO GETS WHICH REPORT - ONE ROW PER REPORT CODE (THE
      * WS-RPT-CODE ITS SPOOL FILE IS NAMED AFTER) AND RECIPIENT.
      * AFTER EVERY BATCH STEP THE SPOOL FILES THAT STEP WROTE ARE
      * QUEUED TO EVERY ACTIVE ROW FOR THEIR CODE. TWO CODES ARE NOT
      * REPORTS: "OWNFLASH" RECEIVES THE MORNING FLASH SUMMARY AND
      * "DLVALERT" IS TOLD WHEN A DELIVERY HAS BEEN GIVEN UP.
      * fsu_role: 1 = OWNER, 2 = ACCOUNTANT, 3 = HOUSEKEEPING
      * SUPERVISOR. fsu_channel: E = EMAIL (THE SPOOL FILE GOES AS
      * AN ATTACHMENT), S = SMS (A SHORT "REPORT READY" TEXT).
      * fsu_active: 1 = SEND, 0 = SUSPENDED.
       FD fsubscr.
       01 tamp_fsubscr.
           02 fsu_numSu PIC 9(4).
           02 fsu_code PIC X(8).
           02 fsu_role PIC 9.
           02 fsu_channel PIC X.
           02 fsu_dest PIC X(60).
           02 fsu_active PIC 9.

      * ROOM INVENTORY HISTORY - ONE ROW PER CHANGE TO A ROOM'S
      * SELLABLE LIFE, KEPT SO A REPORT FOR ANY PAST DATE CAN COUNT
      * THE ROOMS THAT WERE REALLY THERE. fri_kind: 1 = ENTERED
      * SERVICE ON fri_from, 2 = RETIRED ON fri_from, 3 = OUT FOR
      * RENOVATION fri_from THROUGH fri_to (BOTH NIGHTS INCLUDED).
       FD froominv.
       01 tamp_froominv.
           02 fri_numRi PIC 9(6).
           02 fri_numCh PIC 9(4).
           02 fri_kind PIC 9.
           02 fri_from PIC 9(8).
           02 fri_to PIC 9(8).
           02 fri_reason PIC X(30).
           02 fri_numP PIC 9(4).
           02 fri_stamp PIC 9(8).

      * ONE ROW PER MESSAGE HANDED TO THE GATEWAY FOR A
      * SUBSCRIPTION - THE GATEWAY'S RETURN LINE IS MATCHED BACK ON
      * fdv_numDv. fdv_status: 0 = QUEUED, 1 = DELIVERED, 2 = GIVEN
      * UP AFTER fdv_tries ATTEMPTS.
       FD fdeliv.
       01 tamp_fdeliv.
           02 fdv_numDv PIC 9(6).
           02 fdv_numSu PIC 9(4).
           02 fdv_code PIC X(8).
           02 fdv_role PIC 9.
           02 fdv_channel PIC X.
           02 fdv_dest PIC X(60).
           02 fdv_spool PIC X(40).
           02 fdv_text PIC X(100).
           02 fdv_status PIC 9.
           02 fdv_tries PIC 9.
           02 fdv_queued.
              03 fdv_queued_date PIC 9(8).
              03 fdv_queued_time PIC 9(4).
           02 fdv_reason PIC X(40).

      * EMAIL SIDE OF THE GATEWAY - ONE LINE PER MESSAGE
      * (delivery,address,recipient,subject,attachment) APPENDED BY
      * THE DELIVERY STEPS; THE GATEWAY DRAINS IT.
       FD fmailq.
       01 tamp_fmailq PIC X(250).

      * RETURN PATH FROM THE EMAIL SIDE - ONE LINE PER MESSAGE IT
      * TRIED (delivery,DELIVERED|FAILED,reason), MATCHED BACK BY
      * PROCESS_DELIVERY_RETURNS AND CONSUMED AFTER THE RUN.
       FD fmailst.
       01 tamp_fmailst PIC X(100).

      * COMPETITOR RATES AS KEYED BY HAND OR DROPPED BY THE RATE
      * SHOPPING SERVICE - ONE LINE PER
      * competitor,YYYYMMDD,category,hourly rate,package rate.
      * LOADED BY COMPETITOR_RATE_IMPORT AND TRUNCATED AFTER.
       FD fcompin.
       01 tamp_fcompin PIC X(150).

      * ONE COMPETITOR PRICE PER DAY AND ROOM TYPE, KEYED DATE FIRST
      * SO THE POSITIONING REPORT READS A DATE RANGE STRAIGHT OFF.
      * fcp_typeCh IS OUR frtype LABEL THE CATEGORY WAS MAPPED TO,
      * fcp_cat THE COMPETITOR'S OWN NAME FOR IT. A LATER FILE FOR
      * THE SAME DAY REPLACES THE PRICE.
       FD fcomprt.
       01 tamp_fcomprt.
           02 fcp_key.
              03 fcp_date PIC 9(8).
              03 fcp_typeCh PIC A(30).
              03 fcp_comp PIC X(8).
           02 fcp_cat PIC X(20).
           02 fcp_hour.
              03 fcp_hour_entier PIC 9(3).
              03 fcp_hour_decimal PIC 9(2).
           02 fcp_pkg.
              03 fcp_pkg_entier PIC 9(5).
              03 fcp_pkg_decimal PIC 9(2).
           02 fcp_loaded PIC 9(8).

      * WHICH OF OUR ROOM TYPES (frtype LABEL) A COMPETITOR'S ROOM
      * CATEGORY COMPARES WITH. A CATEGORY WITH NO ROW HERE IS TAKEN
      * AS ONE OF OUR OWN LABELS WHEN IT MATCHES ONE.
       FD fcompmap.
       01 tamp_fcompmap.
           02 fcm_key.
              03 fcm_comp PIC X(8).
              03 fcm_cat PIC X(20).
           02 fcm_typeCh PIC A(30).

      * COMMAND DROP-FILE THE BUILDING MANAGEMENT SYSTEM POLLS - ONE
      * LINE PER ROOM MODE CHANGE (numBp,VERB,room,YYYYMMDDHHMM,resa)
      * WHERE VERB IS PRECOND (HEAT/COOL AND LIGHTS READY FOR THE
      * GUEST), ECO (SETBACK) OR OFF (OUT OF SERVICE), IN THE fkeycmd
      * EXCHANGE STYLE.
       FD fbmscmd.
       01 tamp_fbmscmd PIC X(100).

      * ACKNOWLEDGEMENT FILE THE BUILDING MANAGEMENT SYSTEM WRITES
      * BACK (numBp,OK|FAIL) - CONSUMED EACH BATCH RUN LIKE fkeyack.
       FD fbmsack.
       01 tamp_fbmsack PIC X(50).

      * EVERY MODE A ROOM WAS SENT TO (YYYYMMDDHHMM,room,MODE) - THE
      * MONTHLY ENERGY REPORT REPLAYS IT TO COUNT THE HOURS EACH ROOM
      * SPENT IN ECO OR OFF INSTEAD OF RUNNING FULL TIME.
       FD fbmslog.
       01 tamp_fbmslog PIC X(50).

      * ONE BUILDING MANAGEMENT COMMAND AWAITING ITS ACKNOWLEDGEMENT.
      * fbp_status: 0 = PENDING, 1 = ACKED.
       FD fbmspend.
       01 tamp_fbmspend.
           02 fbp_numBp PIC 9(6).
           02 fbp_numCh PIC 9(4).
           02 fbp_kind PIC X(7).
           02 fbp_numResa PIC 9(6).
           02 fbp_when PIC 9(12).
           02 fbp_date.
              03 fbp_date_year PIC 9(4).
              03 fbp_date_month PIC 9(2).
              03 fbp_date_day PIC 9(2).
           02 fbp_status PIC 9.

      * THE LAST MODE EACH ROOM WAS SENT TO - A ROOM IS ONLY SENT A
      * NEW COMMAND WHEN ITS TARGET MODE DIFFERS FROM THIS ONE.
       FD fbmsroom.
       01 tamp_fbmsroom.
           02 fbr_numCh PIC 9(4).
           02 fbr_mode PIC X(7).
           02 fbr_since PIC 9(12).
           02 fbr_numResa PIC 9(6).

      * ONE STRUCTURED ELECTRONIC STATEMENT (files/estmt_NNNNNN.csv,
      * NNNNNN = fst_numStmt) FOR AN ACCOUNT ON fco_delivery = 1.
      * ONE RECORD TYPE PER LINE, COMMA SEPARATED (THE C LINE'S TEXT
      * FIELDS IN DOUBLE QUOTES - ADDRESSES CARRY COMMAS):
      *   H,EST1,statement,issued yyyymmdd,year,month
      *   C,company,"name","accounts-payable reference","address"
      *   P,first day yyyymmdd,last day yyyymmdd
      *   L,line,resa,arrival yyyymmdd,room type,hours,net,vat rate,
      *     vat,total
      *   V,vat rate,net,vat,total           (ONE PER RATE USED)
      *   T,lines,net,vat,total,statement total
       FD festmt.
       01 tamp_festmt PIC X(200).

      * DELIVERY REGISTER - ONE RECORD EACH TIME AN ELECTRONIC
      * STATEMENT FILE IS PRODUCED. fer_kind: S = SENT BY THE MONTHLY
      * RUN, R = RESENT ON REQUEST.
       FD festreg.
       01 tamp_festreg.
           02 fer_numEr PIC 9(6).
           02 fer_numStmt PIC 9(6).
           02 fer_numCo PIC 9(4).
           02 fer_year PIC 9(4).
           02 fer_month PIC 9(2).
           02 fer_date.
              03 fer_date_year PIC 9(4).
              03 fer_date_month PIC 9(2).
              03 fer_date_day PIC 9(2).
           02 fer_kind PIC X.
           02 fer_lines PIC 9(4).
           02 fer_total.
              03 fer_total_entier PIC 9(7).
              03 fer_total_decimal PIC 9(2).
           02 fer_file PIC X(40).
           02 fer_user PIC 9(4).

      * ONE RECORD PER CLOSED ACCOUNTING PERIOD (fac_key YYYYMM) -
      * ROOM REVENUE EARNED BY STAYS STILL IN HOUSE OVER THE MONTH
      * END, ACCRUED AT THE CLOSE AND REVERSED ON THE FIRST DAY OF
      * THE NEXT PERIOD. fac_posted: 0 = WAITING FOR THE GL EXPORT,
      * 1 = JOURNAL SETS WRITTEN.
       FD faccr.
       01 tamp_faccr.
           02 fac_key PIC 9(6).
           02 fac_stays PIC 9(5).
           02 fac_gross.
              03 fac_gross_entier PIC 9(9).
              03 fac_gross_decimal PIC 9(2).
           02 fac_net.
              03 fac_net_entier PIC 9(9).
              03 fac_net_decimal PIC 9(2).
           02 fac_vat.
              03 fac_vat_entier PIC 9(9).
              03 fac_vat_decimal PIC 9(2).
           02 fac_date.
              03 fac_date_year PIC 9(4).
              03 fac_date_month PIC 9(2).
              03 fac_date_day PIC 9(2).
           02 fac_posted PIC 9.
           02 fac_numP PIC 9(4).

      * ONE LINE PER GRATUITY LEFT FOR HOUSEKEEPING - AT THE DESK
      * CHECKOUT (fgt_source "D") OR THE LOBBY KIOSK ("K"). NEVER
      * REVENUE: IT SITS IN THE POOL OF ITS PERIOD (YYYYMM) UNTIL
      * DISTRIBUTE_GRATUITIES SHARES IT OUT. fgt_method AS fy_method
      * (0 CASH - INTO THE CLERK'S DRAWER, fgt_numShift - 1 CARD,
      * 2 TRANSFER). fgt_status 0 = IN THE POOL, 1 = DISTRIBUTED.
       FD fgrat.
       01 tamp_fgrat.
           02 fgt_numGt PIC 9(6).
           02 fgt_numResa PIC 9(6).
           02 fgt_period PIC 9(6).
           02 fgt_date.
              03 fgt_date_year PIC 9(4).
              03 fgt_date_month PIC 9(2).
              03 fgt_date_day PIC 9(2).
           02 fgt_time.
              03 fgt_time_hours PIC 9(2).
              03 fgt_time_minute PIC 9(2).
           02 fgt_amount.
              03 fgt_amount_entier PIC 9(5).
              03 fgt_amount_decimal PIC 9(2).
           02 fgt_method PIC 9.
           02 fgt_source PIC X.
           02 fgt_numShift PIC 9(6).
           02 fgt_numP PIC 9(4).
           02 fgt_status PIC 9.
           02 fgt_dist_date PIC 9(8).

      * ONE STAFF MEMBER'S SHARE OF A PERIOD'S GRATUITY POOL, AS CUT
      * BY DISTRIBUTE_GRATUITIES - fgs_rule 1 PER COMPLETED MISSION,
      * 2 PER MINUTE WORKED, 3 EQUAL AMONG ROSTERED CLEANERS, WITH
      * THE MISSIONS/MINUTES/1 COUNTED IN fgs_basis. fgs_posted 1
      * ONCE THE GL EXPORT HAS MOVED IT OUT OF THE POOL LIABILITY,
      * fgs_exported 1 ONCE A PAYROLL FILE (fgs_payroll YYYYMM) HAS
      * CARRIED IT.
       FD fgshare.
       01 tamp_fgshare.
           02 fgs_numGs PIC 9(6).
           02 fgs_period PIC 9(6).
           02 fgs_numP PIC 9(4).
           02 fgs_rule PIC 9.
           02 fgs_basis PIC 9(7).
           02 fgs_amount.
              03 fgs_amount_entier PIC 9(7).
              03 fgs_amount_decimal PIC 9(2).
           02 fgs_date PIC 9(8).
           02 fgs_user PIC 9(4).
           02 fgs_posted PIC 9.
           02 fgs_exported PIC 9.
           02 fgs_payroll PIC 9(6).

      * ONE ROOM TURNAROUND PER STAY - FROM THE GUEST LEAVING
      * (ftn_out_kind "A" = THE ACTUAL CHECK-OUT AT THE DESK, "P" =
      * THE PLANNED fr_date_fin WHEN NOBODY CHECKED THE GUEST OUT)
      * TO THE CLEANING MISSION'S CLOCK-IN AND CLOCK-OUT AND THE
      * INSPECTION PASS THAT PUTS THE ROOM BACK ON SALE. ROOM TYPE
      * AND ZONE ARE KEPT AS THEY WERE AT THE TIME. ftn_minutes IS
      * CHECK-OUT TO READY, ftn_target THE ROOM TYPE'S TARGET THEN.
      * ftn_status: 0 = WAITING FOR THE ROOM, 1 = READY (MEASURED).
       FD fturnar.
       01 tamp_fturnar.
           02 ftn_numTa PIC 9(6).
           02 ftn_numResa PIC 9(6).
           02 ftn_numCh PIC 9(4).
           02 ftn_typeCh PIC A(30).
           02 ftn_zone PIC 9(2).
           02 ftn_out.
              03 ftn_out_date PIC 9(8).
              03 ftn_out_hours PIC 9(2).
              03 ftn_out_minute PIC 9(2).
           02 ftn_out_kind PIC X.
           02 ftn_numM PIC 9(5).
           02 ftn_numP PIC 9(4).
           02 ftn_in.
              03 ftn_in_date PIC 9(8).
              03 ftn_in_hours PIC 9(2).
              03 ftn_in_minute PIC 9(2).
           02 ftn_done.
              03 ftn_done_date PIC 9(8).
              03 ftn_done_hours PIC 9(2).
              03 ftn_done_minute PIC 9(2).
           02 ftn_ready.
              03 ftn_ready_date PIC 9(8).
              03 ftn_ready_hours PIC 9(2).
              03 ftn_ready_minute PIC 9(2).
           02 ftn_minutes PIC 9(5).
           02 ftn_target PIC 9(4).
           02 ftn_status PIC 9.

      * ONE PROPOSED PRICING RULE OF A NAMED WHAT-IF SCENARIO - NEVER
      * READ BY THE LIVE PRICING CHAIN, ONLY BY TARIFF_WHATIF, WHICH
      * REPLAYS ARCHIVED STAYS WITH THE SCENARIO LAID OVER THE RULES
      * IN FORCE. fwi_kind: 1 = REVALUATION OF THE ROOM RATES (AS
      * freval - fwi_mode 0 PERCENTAGE, 1 FLAT fwi_amount, fwi_sign),
      * 2 = CALENDAR RULE (AS fprice - fwi_mode 0 MULTIPLIER fwi_mult,
      * 1 ABSOLUTE fwi_amount), 3 = YIELD BAND (AS fyield -
      * fwi_min_pct/fwi_max_pct, fwi_sign, fwi_pct), 4 = CONTRACT
      * RATE (AS fcrate FOR COMPANY fwi_numCo - fwi_mode 0 PERCENTAGE
      * OFF, 1 FIXED fwi_amount). fwi_replaces NAMES THE fprice,
      * fyield OR fcrate ROW THE LINE SUPERSEDES (0 = A NEW RULE);
      * fwi_from/fwi_to BOUND THE ARRIVAL DATES IT COVERS (0 = OPEN).
       FD fwhatif.
       01 tamp_fwhatif.
           02 fwi_key.
              03 fwi_scen PIC X(8).
              03 fwi_seq PIC 9(3).
           02 fwi_kind PIC 9.
           02 fwi_replaces PIC 9(4).
           02 fwi_typeCh PIC A(30).
           02 fwi_from PIC 9(8).
           02 fwi_to PIC 9(8).
           02 fwi_mode PIC 9.
           02 fwi_sign PIC X.
           02 fwi_pct PIC 9(3)V99.
           02 fwi_mult PIC 9(2)V99.
           02 fwi_amount.
              03 fwi_amount_entier PIC 9(3).
              03 fwi_amount_decimal PIC 9(2).
           02 fwi_min_pct PIC 9(3).
           02 fwi_max_pct PIC 9(3).
           02 fwi_numCo PIC 9(4).
           02 fwi_wd_mode PIC 9.
           02 fwi_start_hours PIC 9(2).
           02 fwi_end_hours PIC 9(2).

      * ONE LINE PER ACCEPTED CHECK-IN UPGRADE
      * (date,clerk,resa,old room,new room,amount,kind 1 PAID /
      * 2 LOYALTY COMP) - THE MONTHLY UPGRADE REVENUE REPORT READS
              03 fdp_amount_entier PIC 9(7).
              03 fdp_amount_decimal PIC 9(2).
           02 fdp_numP PIC 9(4).
      * 1 ONCE THE BANK STATEMENT IMPORT HAS SEEN THE SLIP CREDITED,
      * WITH THE BANK'S VALUE DATE (0 = NOT YET ON A STATEMENT)
           02 fdp_cleared PIC 9.
           02 fdp_bank_date.
              03 fdp_bank_year PIC 9(4).
              03 fdp_bank_month PIC 9(2).
              03 fdp_bank_day PIC 9(2).

      * ONE BOOKING CHANNEL PARTNER - THE KEY IS THE fr_origin CODE
      * STAMPED ON CHANNEL BOOKINGS (1 = THE PARTNER WEBSITE), THE
       FD fchgrej.
       01 tamp_fchgrej PIC X(120).

      * THE CARD PROCESSOR'S MORNING SETTLEMENT DROP - ONE LINE PER
      * TRANSACTION IT PAID US FOR (YYYYMMDD,authcode,amount,fee).
      * CONSUMED BY CARD_SETTLEMENT_RECON, TRUNCATED AFTER THE RUN.
       FD fstlfeed.
       01 tamp_fstlfeed PIC X(100).

      * THE BANK'S STATEMENT EXPORT - ONE LINE PER MOVEMENT ON THE
      * HOUSE ACCOUNT (YYYYMMDD,amount,reference text; DEBITS CARRY
      * A MINUS SIGN). CONSUMED BY BANK_STATEMENT_IMPORT, TRUNCATED
      * AFTER THE RUN.
       FD fbankst.
       01 tamp_fbankst PIC X(100).

      * COMMAND DROP-FILE THE STANDALONE KEY-CARD ENCODER POLLS -
      * ONE LINE PER ENCODE (CARD, ROOM, VALIDITY WINDOW FROM THE
      * RESERVATION) OR KILL (LOST CARD), IN THE fimport/fimprpt
              03 fir_date_year PIC 9(4).
              03 fir_date_month PIC 9(2).
              03 fir_date_day PIC 9(2).
      * fir_doc_num IS HELD KEYED-SCRAMBLED ON DISK (SEE
      * IDR_PROTECT_DOC) ONCE fir_doc_prot = 1; 0 = STILL IN CLEAR,
      * PICKED UP BY THE NIGHTLY IDPROT RUN.
           02 fir_doc_prot PIC 9.

      * ONE GUEST SURVEY ANSWER (SCORE 1-5 PLUS FREE TEXT), KEYED
      * BACK TO THE ARCHIVED STAY IT RATES - THE FIRST GUEST-SIDE

      * ONE PURCHASE ORDER LINE (fpod_numPo ALTERNATE KEY GROUPS A
      * PO'S LINES) - ORDERED VS RECEIVED SO FAR; RECEIVING BOOKS
      * THE DELTA STRAIGHT INTO fsk_qty. fpod_price IS THE AGREED
      * UNIT PRICE (EXCL. VAT) AND fpod_qty_invoiced WHAT APPROVED
      * SUPPLIER INVOICES HAVE ALREADY BILLED AGAINST THE LINE.
       FD fpod.
       01 tamp_fpod.
           02 fpod_numPd PIC 9(6).
           02 fpod_numItem PIC 9(4).
           02 fpod_qty_ordered PIC 9(5).
           02 fpod_qty_received PIC 9(5).
           02 fpod_price.
              03 fpod_price_entier PIC 9(5).
              03 fpod_price_decimal PIC 9(2).
           02 fpod_qty_invoiced PIC 9(5).

      * ONE SUPPLIER INVOICE AS KEYED FROM THE PAPER - ALWAYS BILLED
      * AGAINST ONE PURCHASE ORDER. fsi_net IS THE SUM OF ITS LINES,
      * fsi_vat AND fsi_total ARE COPIED FROM THE DOCUMENT.
      * fsi_status: 0 = MATCHED, AWAITING APPROVAL, 1 = BLOCKED BY
      * THE THREE-WAY MATCH (fsi_reason SAYS WHY), 2 = APPROVED,
      * 3 = EXPORTED TO ACCOUNTS PAYABLE (ON fsi_exported).
       FD fsinv.
       01 tamp_fsinv.
           02 fsi_numInv PIC 9(6).
           02 fsi_numSup PIC 9(4).
           02 fsi_ref PIC X(20).
           02 fsi_date PIC 9(8).
           02 fsi_numPo PIC 9(6).
           02 fsi_net.
              03 fsi_net_entier PIC 9(7).
              03 fsi_net_decimal PIC 9(2).
           02 fsi_vat.
              03 fsi_vat_entier PIC 9(6).
              03 fsi_vat_decimal PIC 9(2).
           02 fsi_total.
              03 fsi_total_entier PIC 9(7).
              03 fsi_total_decimal PIC 9(2).
           02 fsi_status PIC 9.
           02 fsi_reason PIC X(40).
           02 fsi_entered_by PIC 9(4).
           02 fsi_approved_by PIC 9(4).
           02 fsi_approved PIC 9(8).
           02 fsi_exported PIC 9(8).

      * ONE SUPPLIER INVOICE LINE (fil_numInv ALTERNATE KEY GROUPS
      * AN INVOICE'S LINES) - THE PO LINE IT BILLS AND THE QUANTITY
      * AND UNIT PRICE THE SUPPLIER CHARGED. fil_match: 0 = WITHIN
      * TOLERANCE, 1 = MORE BILLED THAN RECEIVED, 2 = PRICE OFF THE
      * ORDER.
       FD fsinvl.
       01 tamp_fsinvl.
           02 fil_numIl PIC 9(6).
           02 fil_numInv PIC 9(6).
           02 fil_numPd PIC 9(6).
           02 fil_numItem PIC 9(4).
           02 fil_qty PIC 9(5).
           02 fil_price.
              03 fil_price_entier PIC 9(5).
              03 fil_price_decimal PIC 9(2).
           02 fil_match PIC 9.

      * THE AMENITY CATALOGUE - ONE ROW PER SEARCHABLE FEATURE
      * (JACUZZI, MIRROR CEILING...) SO "A ROOM WITH A JACUZZI"
              03 fau_cap_day PIC 9(2).
           02 fau_status PIC 9.

      * fauth PRE-AUTHS OF ARCHIVED STAYS - SAME LAYOUT AS tamp_fauth.
       FD fautharch.
       01 tamp_fautharch.
           02 faua_numAuth PIC 9(6).
           02 faua_numResa PIC 9(6).
           02 FILLER PIC X(39).

      * ONE ADMIN-CONFIGURED YIELD BAND - WHEN THE HOUSE OCCUPANCY
      * PERCENTAGE FOR A REQUESTED SLOT FALLS INSIDE
      * [fyb_min_pct, fyb_max_pct], GET_ROOM_RATE_FOR_DATE MOVES THE
      * SNAPSHOTS THE RATE/DURATION/TOTALS AS BILLED SO THE INVOICE CAN
      * BE REISSUED (REPRINT_INVOICE, VIA THE fi_numResa ALTERNATE KEY)
      * WEEKS LATER EVEN IF THE ROOM'S PRICES HAVE SINCE CHANGED.
      * fi_numInv IS THE FISCAL YEAR FOLLOWED BY THAT YEAR'S OWN
      * SEQUENCE (GET_LASTID_INVOICE); INVOICES CUT BEFORE THE SERIES
      * WENT YEARLY KEEP THEIR OLD NUMBER UNDER A ZERO YEAR.
       FD finv.
       01 tamp_finv.
           02 fi_numInv PIC 9(10).
           02 fi_numResa PIC 9(6).
           02 fi_numCl PIC 9(6).
           02 fi_numCh PIC 9(4).
           02 fi_balance.
              03 fi_balance_entier PIC 9(5).
              03 fi_balance_decimal PIC 9(2).
      * RATE PLAN THE STAY WAS BILLED UNDER - ITS NAME PRINTS ON THE
      * INVOICE AND ON EVERY REPRINT (SPACES = HOUSE TERMS)
           02 fi_plan PIC X(8).
      * THE BILL'S VAT AS VENTILATED AT ISSUE - LINE 1 ROOM TIME,
      * LINES 2-5 THE EXTRAS (BY CHARGE CODE 1-4 WHERE THE BILL
      * CARRIES THE CODE, OTHERWISE POOLED ON LINE 2): GROSS BASE,
      * RATE USED AND INCLUDED VAT. THE SALES REGISTER TOTALS THEM
      * PER RATE.
           02 fi_vat_line OCCURS 5.
              03 fi_vat_base.
                 04 fi_vat_base_entier PIC 9(5).
                 04 fi_vat_base_decimal PIC 9(2).
              03 fi_vat_rate PIC 9(3)V99.
              03 fi_vat_amt.
                 04 fi_vat_amt_entier PIC 9(5).
                 04 fi_vat_amt_decimal PIC 9(2).

      * finv INVOICES OF ARCHIVED STAYS - SAME LAYOUT AS tamp_finv.
       FD finvarch.
       01 tamp_finvarch.
           02 fia_numInv PIC 9(10).
           02 fia_numResa PIC 9(6).
           02 fia_numCl PIC 9(6).
           02 FILLER PIC X(161).

      * ONE NAMED RATE PLAN (e.g. FLEX, NONREF, MEMBER) - THE CLERK
      * PICKS ONE PER BOOKING AND IT CARRIES ITS OWN TERMS:
      * frp_adj_mode 0 TAKES frp_adj_pct PERCENT OFF THE ROOM RATE,
      * 1 ADDS IT ON; frp_prepay_pct OF THE STAY MUST BE TAKEN AS
      * DEPOSIT AT BOOKING; CANCELLING frp_free_hours OR MORE BEFORE
      * ARRIVAL IS FREE (0 = NEVER FREE), CLOSER IN FORFEITS
      * frp_late_pct PERCENT OF THE DEPOSIT AND A NO-SHOW FORFEITS
      * frp_noshow_pct PERCENT. frp_status 1 = WITHDRAWN FROM SALE
      * (STAYS ALREADY ON IT KEEP ITS TERMS).
       FD frplan.
       01 tamp_frplan.
           02 frp_code PIC X(8).
           02 frp_nom PIC X(20).
           02 frp_adj_mode PIC 9.
           02 frp_adj_pct PIC 9(2).
           02 frp_prepay_pct PIC 9(3).
           02 frp_free_hours PIC 9(3).
           02 frp_late_pct PIC 9(3).
           02 frp_noshow_pct PIC 9(3).
           02 frp_status PIC 9.

      * ONE CHANNEL ALLOTMENT CONTRACT - fat_rooms ROOMS OF ONE TYPE
      * HELD BACK FOR PARTNER fat_numPt (THE fr_origin CODE) ON
      * EVERY DAY FROM fat_from TO fat_to. ONCE A DAY IS FEWER THAN
      * fat_release DAYS AWAY WHATEVER THE CHANNEL HAS NOT SOLD
      * GOES BACK TO THE HOUSE. fat_status 1 = CONTRACT ENDED.
       FD fallot.
       01 tamp_fallot.
           02 fat_numAl PIC 9(4).
           02 fat_numPt PIC 9.
           02 fat_typeCh PIC A(30).
           02 fat_from.
              03 fat_from_year PIC 9(4).
              03 fat_from_month PIC 9(2).
              03 fat_from_day PIC 9(2).
           02 fat_to.
              03 fat_to_year PIC 9(4).
              03 fat_to_month PIC 9(2).
              03 fat_to_day PIC 9(2).
           02 fat_rooms PIC 9(3).
           02 fat_release PIC 9(3).
           02 fat_status PIC 9.

      * ONE NUMBERED CREDIT NOTE AGAINST AN ISSUED INVOICE (fi_numInv,
      * ALTERNATE KEY) - THE INVOICE ITSELF IS NEVER EDITED. fav_line
      * BREAKS THE CREDIT OUT THE WAY GENERATE_INVOICE VENTILATES A
      * BILL: LINE 1 IS ROOM TIME AT THE ROOM RATE, LINES 2-5 THE
      * EXTRA-CHARGE CODES 1-4, EACH GROSS BASE WITH THE RATE USED
      * AND ITS INCLUDED VAT. fav_numPay NAMES THE REFUND LINE THAT
      * RAISED IT (0 = A CORRECTION WITH NO MONEY BACK YET).
      * fav_numAv IS NUMBERED LIKE fi_numInv - FISCAL YEAR, THEN
      * THAT YEAR'S OWN SEQUENCE.
       FD favoir.
       01 tamp_favoir.
           02 fav_numAv PIC 9(10).
           02 fav_numInv PIC 9(10).
           02 fav_numResa PIC 9(6).
           02 fav_numCl PIC 9(6).
           02 fav_date.
              03 fav_date_year PIC 9(4).
              03 fav_date_month PIC 9(2).
              03 fav_date_day PIC 9(2).
           02 fav_numP PIC 9(4).
           02 fav_numPay PIC 9(6).
           02 fav_reason PIC X(30).
           02 fav_line OCCURS 5.
              03 fav_base.
                 04 fav_base_entier PIC 9(5).
                 04 fav_base_decimal PIC 9(2).
              03 fav_vat_rate PIC 9(3)V99.
              03 fav_vat.
                 04 fav_vat_entier PIC 9(5).
                 04 fav_vat_decimal PIC 9(2).
           02 fav_total.
              03 fav_total_entier PIC 9(5).
              03 fav_total_decimal PIC 9(2).
           02 fav_tax.
              03 fav_tax_entier PIC 9(5).
              03 fav_tax_decimal PIC 9(2).

      * ONE IMPORTED CARD SETTLEMENT LINE AND WHAT IT WAS MATCHED TO
      * - fse_imp_date IS THE BUSINESS DAY IT CAME IN, fse_date THE
      * PROCESSOR'S OWN DATE, fse_posted_date THE BUSINESS DAY WHOSE
      * GL EXPORT CARRIED ITS FEE (0 = NOT YET JOURNALLED).
      * fse_match: 0 = UNKNOWN TO US, 1 = MATCHED, 2 = AMOUNT
      * DIFFERS FROM THE CAPTURE, 3 = AUTH ALREADY SETTLED BEFORE.
      * fse_numAuth/fse_numPay CARRY THE CAPTURED PRE-AUTH AND THE
      * fpay CARD LINE IT CLEARS (0 = NONE) - THE ALTERNATE KEYS
      * THE NEVER-SETTLED CHECKS LOOK THEM UP BY.
       FD fsettle.
       01 tamp_fsettle.
           02 fse_numSe PIC 9(6).
           02 fse_imp_date.
              03 fse_imp_year PIC 9(4).
              03 fse_imp_month PIC 9(2).
              03 fse_imp_day PIC 9(2).
           02 fse_date.
              03 fse_date_year PIC 9(4).
              03 fse_date_month PIC 9(2).
              03 fse_date_day PIC 9(2).
           02 fse_code PIC X(8).
           02 fse_amount.
              03 fse_amount_entier PIC 9(5).
              03 fse_amount_decimal PIC 9(2).
           02 fse_fee.
              03 fse_fee_entier PIC 9(5).
              03 fse_fee_decimal PIC 9(2).
           02 fse_match PIC 9.
           02 fse_numAuth PIC 9(6).
           02 fse_numPay PIC 9(6).
           02 fse_posted_date PIC 9(8).

      * ONE PETTY-CASH PAID-OUT TAKEN FROM A CLERK'S DRAWER - PINNED
      * TO THE OPEN fshift SO THE CLOSE EXPECTS THAT MUCH LESS CASH.
      * fpd_cat INDEXES THE PAID-OUT CATEGORY TABLE (WS-PDC-ROW),
      * fpd_date_date IS THE BUSINESS DAY IT IS JOURNALLED ON AND
      * fpd_numMgr THE MANAGER WHO APPROVED IT (0 = UNDER LIMIT).
       FD fpaidout.
       01 tamp_fpaidout.
           02 fpd_numPd PIC 9(6).
           02 fpd_numShift PIC 9(6).
           02 fpd_date.
              03 fpd_date_date.
                 04 fpd_date_year PIC 9(4).
                 04 fpd_date_month PIC 9(2).
                 04 fpd_date_day PIC 9(2).
              03 fpd_date_time.
                 04 fpd_date_hours PIC 9(2).
                 04 fpd_date_minute PIC 9(2).
           02 fpd_cat PIC 9.
           02 fpd_amount.
              03 fpd_amount_entier PIC 9(5).
              03 fpd_amount_decimal PIC 9(2).
           02 fpd_payee PIC X(30).
           02 fpd_ref PIC X(15).
           02 fpd_numP PIC 9(4).
           02 fpd_numMgr PIC 9(4).

      * ONE CARD CHARGEBACK / DISPUTE AGAINST A STAY - THE DISPUTED
      * fpay CARD LINE, THE fauth PRE-AUTH BEHIND IT (0 = NONE), THE
      * PROCESSOR'S CASE REFERENCE AND REASON CODE, THE AMOUNT
      * CLAIMED AND THE DATE OUR RESPONSE IS DUE BY. fds_outcome:
      * 0 = OPEN, 1 = WON, 2 = LOST, 3 = ACCEPTED WITHOUT CONTEST -
      * A LOST OR ACCEPTED CASE CARRIES THE REVERSING fpay LINE
      * (fy_kind 3) IN fds_numRev.
       FD fdispute.
       01 tamp_fdispute.
           02 fds_numDs PIC 9(6).
           02 fds_numResa PIC 9(6).
           02 fds_numPay PIC 9(6).
           02 fds_numAuth PIC 9(6).
           02 fds_proc_ref PIC X(20).
           02 fds_reason PIC X(6).
           02 fds_amount.
              03 fds_amount_entier PIC 9(5).
              03 fds_amount_decimal PIC 9(2).
           02 fds_opened.
              03 fds_opened_year PIC 9(4).
              03 fds_opened_month PIC 9(2).
              03 fds_opened_day PIC 9(2).
           02 fds_deadline.
              03 fds_deadline_year PIC 9(4).
              03 fds_deadline_month PIC 9(2).
              03 fds_deadline_day PIC 9(2).
           02 fds_outcome PIC 9.
           02 fds_closed.
              03 fds_closed_year PIC 9(4).
              03 fds_closed_month PIC 9(2).
              03 fds_closed_day PIC 9(2).
           02 fds_numRev PIC 9(6).
           02 fds_numP PIC 9(4).

      * THE OWNER'S MONTHLY BUDGET PER ROOM TYPE (TYPE LABEL AS ON
      * frtype) - ROOM REVENUE, EXTRAS REVENUE, OCCUPIED ROOM-HOURS
      * AND NUMBER OF STAYS. BUDGET_VS_ACTUAL_REPORT COMPARES THE
      * MONTH-TO-DATE AND YEAR-TO-DATE SHARE OF IT WITH THE ACTUALS.
       FD fbudget.
       01 tamp_fbudget.
           02 fbg_key.
              03 fbg_year PIC 9(4).
              03 fbg_month PIC 9(2).
              03 fbg_typeCh PIC A(30).
           02 fbg_room_rev.
              03 fbg_room_entier PIC 9(7).
              03 fbg_room_decimal PIC 9(2).
           02 fbg_extra_rev.
              03 fbg_extra_entier PIC 9(7).
              03 fbg_extra_decimal PIC 9(2).
           02 fbg_hours PIC 9(6).
           02 fbg_stays PIC 9(5).

      * ONE MARKET SEGMENT - THE MAINTAINED LIST A STAY'S fr_segment
      * IS CHECKED AGAINST. A SEGMENT IS NEVER DELETED (STAYS KEEP
      * POINTING AT IT); fsg_status = 1 WITHDRAWS IT FROM NEW
      * BOOKINGS.
       FD fseg.
       01 tamp_fseg.
           02 fsg_code PIC X(6).
           02 fsg_label PIC X(30).
           02 fsg_status PIC 9.

      * ONE OUTBOUND MESSAGE WORDING PER MESSAGE TYPE AND LANGUAGE.
      * <NAME> <ROOM> <TIME> <CODE> IN THE TEXT ARE FILLED IN BY
      * BUILD_GUEST_MESSAGE; A LANGUAGE WITH NO ROW FALLS BACK TO THE
      * HOUSE LANGUAGE'S ROW, A TYPE WITH NO ROW TO THE WORDING THE
      * WRITER CARRIES ITSELF. NO COMMAS - THE QUEUE IS CSV.
       FD ftmpl.
       01 tamp_ftmpl.
           02 ftm_key.
              03 ftm_type PIC X(8).
              03 ftm_lang PIC X(2).
           02 ftm_text PIC X(100).
           02 ftm_text_lines REDEFINES ftm_text.
              03 ftm_text_1 PIC X(50).
              03 ftm_text_2 PIC X(50).
