           ALTERNATE RECORD KEY IS fkc_numResa WITH DUPLICATES
           FILE STATUS IS cr_fkey.

           SELECT fkeyarch ASSIGN TO 'files/keycards_archives.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fkca_numCard
           ALTERNATE RECORD KEY IS fkca_numResa WITH DUPLICATES
           FILE STATUS IS cr_fkeyarch.

           SELECT fwo ASSIGN TO 'files/work_orders.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           ALTERNATE RECORD KEY IS fwo_numCh WITH DUPLICATES
           FILE STATUS IS cr_fwo.

           SELECT fwopart ASSIGN TO 'files/work_order_parts.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fwp_numWp
           ALTERNATE RECORD KEY IS fwp_numWo WITH DUPLICATES
           FILE STATUS IS cr_fwopart.

           SELECT fpmplan ASSIGN TO 'files/pm_plans.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fpm_numPm
           FILE STATUS IS cr_fpmplan.

           SELECT fpmdone ASSIGN TO 'files/pm_done.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fps_numPd
           ALTERNATE RECORD KEY IS fps_numCh WITH DUPLICATES
           FILE STATUS IS cr_fpmdone.

           SELECT flost ASSIGN TO 'files/lost_found.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS flf_numLf
           FILE STATUS IS cr_flost.

           SELECT fsight ASSIGN TO 'files/room_sightings.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fsr_numSg
           FILE STATUS IS cr_fsight.

           SELECT finc ASSIGN TO 'files/incidents.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           ALTERNATE RECORD KEY IS fro_numP WITH DUPLICATES
           FILE STATUS IS cr_froster.

           SELECT frsp ASSIGN TO 'files/roster_proposals.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS frs_key
           FILE STATUS IS cr_frsp.

           SELECT fabs ASSIGN TO 'files/absences.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           ALTERNATE RECORD KEY IS fab_numP WITH DUPLICATES
           FILE STATUS IS cr_fabs.

           SELECT fleave ASSIGN TO 'files/leave_years.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS flv_key
           FILE STATUS IS cr_fleave.

           SELECT fstand ASSIGN TO 'files/standing.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fpayx.

           SELECT flvx ASSIGN TO WS-LVX-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_flvx.

           SELECT fglexp ASSIGN TO 'files/gl_export.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fglexp.

           SELECT fapexp ASSIGN TO 'files/ap_export.dat'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fapexp.

           SELECT fpolice ASSIGN TO 'files/police_report.txt'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fpolice.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fcsvroll.

           SELECT fsreg ASSIGN TO WS-SREG-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fsreg.

           SELECT fspool ASSIGN TO WS-SPOOL-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fspool.
           ALTERNATE RECORD KEY IS fy_numShift WITH DUPLICATES
           FILE STATUS IS cr_fpay.

           SELECT fpayarch ASSIGN TO 'files/payments_archives.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fya_numPay
           ALTERNATE RECORD KEY IS fya_numResa WITH DUPLICATES
           FILE STATUS IS cr_fpayarch.

           SELECT fshift ASSIGN TO 'files/shifts.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           ALTERNATE RECORD KEY IS fe_numResa WITH DUPLICATES
           FILE STATUS IS cr_fext.

           SELECT fextarch ASSIGN TO 'files/extras_archives.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fea_numExt
           ALTERNATE RECORD KEY IS fea_numResa WITH DUPLICATES
           FILE STATUS IS cr_fextarch.

           SELECT fcanc ASSIGN TO 'files/cancellations.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fstoprsp.

           SELECT freply ASSIGN TO 'files/gateway_replies.csv'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_freply.

           SELECT fhhout ASSIGN TO 'files/handheld_missions.csv'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fhhout.

           SELECT fhhin ASSIGN TO 'files/handheld_events.csv'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fhhin.

           SELECT fhhrej ASSIGN TO 'files/handheld_rejects.csv'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fhhrej.

           SELECT frunjr ASSIGN TO 'files/batch_runs.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fcz_numCz
           FILE STATUS IS cr_fclose.

           SELECT fdst ASSIGN TO 'files/clock_changes.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fcc_date
           FILE STATUS IS cr_fdst.

           SELECT fpkg ASSIGN TO 'files/packages.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fbn_code
           FILE STATUS IS cr_fpkg.

           SELECT fpksale ASSIGN TO 'files/package_sales.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fbs_numResa
           ALTERNATE RECORD KEY IS fbs_code WITH DUPLICATES
           FILE STATUS IS cr_fpksale.

           SELECT fprep ASSIGN TO 'files/preparations.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fpr_numPr
           ALTERNATE RECORD KEY IS fpr_numResa WITH DUPLICATES
           ALTERNATE RECORD KEY IS fpr_numM WITH DUPLICATES
           FILE STATUS IS cr_fprep.

           SELECT faccess ASSIGN TO 'files/access_log.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fvw_key
           ALTERNATE RECORD KEY IS fvw_numP WITH DUPLICATES
           ALTERNATE RECORD KEY IS fvw_subject WITH DUPLICATES
           FILE STATUS IS cr_faccess.

           SELECT fcpack ASSIGN TO 'files/continuity_pack.txt'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fcpack.

           SELECT fcpsnap ASSIGN TO 'files/continuity_snap.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fcs_key
           FILE STATUS IS cr_fcpsnap.

           SELECT fcatch ASSIGN TO 'files/outage_catchup.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fcu_numCu
           ALTERNATE RECORD KEY IS fcu_numResa WITH DUPLICATES
           FILE STATUS IS cr_fcatch.

           SELECT fsiteav ASSIGN TO 'files/site_avail.csv'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fsiteav.

           SELECT fsiteavo ASSIGN TO 'files/site_avail_other.csv'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fsiteavo.

           SELECT freferq ASSIGN TO 'files/referral_out.csv'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_freferq.

           SELECT freferral ASSIGN TO 'files/referrals.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS frf_numRf
           ALTERNATE RECORD KEY IS frf_numResa WITH DUPLICATES
           FILE STATUS IS cr_freferral.

           SELECT fxfer ASSIGN TO 'files/stock_transfers.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fxt_numXf
           ALTERNATE RECORD KEY IS fxt_ref WITH DUPLICATES
           FILE STATUS IS cr_fxfer.

           SELECT fxferl ASSIGN TO 'files/stock_transfer_lines.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fxl_numXl
           ALTERNATE RECORD KEY IS fxl_numXf WITH DUPLICATES
           FILE STATUS IS cr_fxferl.

           SELECT fxferq ASSIGN TO 'files/stock_transfer_out.csv'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fxferq.

           SELECT fxferin ASSIGN TO 'files/stock_transfer_in.csv'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fxferin.

           SELECT fanx ASSIGN TO WS-ANX-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fanx.

           SELECT fanxst ASSIGN TO 'files/analytics_state.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fas_code
           FILE STATUS IS cr_fanxst.

           SELECT fsubscr ASSIGN TO 'files/report_subscriptions.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fsu_numSu
           ALTERNATE RECORD KEY IS fsu_code WITH DUPLICATES
           FILE STATUS IS cr_fsubscr.

           SELECT froominv ASSIGN TO 'files/room_inventory.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fri_numRi
           ALTERNATE RECORD KEY IS fri_numCh WITH DUPLICATES
           FILE STATUS IS cr_froominv.

           SELECT fdeliv ASSIGN TO 'files/report_deliveries.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fdv_numDv
           FILE STATUS IS cr_fdeliv.

           SELECT fmailq ASSIGN TO 'files/mail_queue.csv'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fmailq.

           SELECT fmailst ASSIGN TO 'files/mail_status.csv'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fmailst.

           SELECT fcompin ASSIGN TO 'files/competitor_rates.csv'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fcompin.

           SELECT fcomprt ASSIGN TO 'files/competitor_rate_history.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fcp_key
           FILE STATUS IS cr_fcomprt.

           SELECT fcompmap ASSIGN TO 'files/competitor_categories.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fcm_key
           FILE STATUS IS cr_fcompmap.

           SELECT fbmscmd ASSIGN TO 'files/bms_commands.csv'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fbmscmd.

           SELECT fbmsack ASSIGN TO 'files/bms_ack.csv'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fbmsack.

           SELECT fbmslog ASSIGN TO 'files/bms_log.csv'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fbmslog.

           SELECT fbmspend ASSIGN TO 'files/bms_pending.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fbp_numBp
           ALTERNATE RECORD KEY IS fbp_numCh WITH DUPLICATES
           FILE STATUS IS cr_fbmspend.

           SELECT fbmsroom ASSIGN TO 'files/bms_rooms.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fbr_numCh
           FILE STATUS IS cr_fbmsroom.

           SELECT festmt ASSIGN TO WS-EST-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_festmt.

           SELECT festreg ASSIGN TO 'files/estatement_register.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fer_numEr
           ALTERNATE RECORD KEY IS fer_numStmt WITH DUPLICATES
           FILE STATUS IS cr_festreg.

           SELECT faccr ASSIGN TO 'files/revenue_accruals.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fac_key
           FILE STATUS IS cr_faccr.

           SELECT fgrat ASSIGN TO 'files/gratuities.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fgt_numGt
           ALTERNATE RECORD KEY IS fgt_period WITH DUPLICATES
           ALTERNATE RECORD KEY IS fgt_numShift WITH DUPLICATES
           FILE STATUS IS cr_fgrat.

           SELECT fgshare ASSIGN TO 'files/gratuity_shares.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fgs_numGs
           ALTERNATE RECORD KEY IS fgs_period WITH DUPLICATES
           FILE STATUS IS cr_fgshare.

           SELECT fturnar ASSIGN TO 'files/turnarounds.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ftn_numTa
           ALTERNATE RECORD KEY IS ftn_numCh WITH DUPLICATES
           FILE STATUS IS cr_fturnar.

           SELECT fwhatif ASSIGN TO 'files/tariff_scenarios.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fwi_key
           FILE STATUS IS cr_fwhatif.

           SELECT fupglog ASSIGN TO 'files/upgrade_log.csv'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fupglog.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fchgrej.

           SELECT fstlfeed ASSIGN TO 'files/card_settlement.csv'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fstlfeed.

           SELECT fbankst ASSIGN TO 'files/bank_statement.csv'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fbankst.

           SELECT fkeycmd ASSIGN TO 'files/keycard_commands.csv'
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS cr_fkeycmd.
           ALTERNATE RECORD KEY IS fpod_numPo WITH DUPLICATES
           FILE STATUS IS cr_fpod.

           SELECT fsinv ASSIGN TO 'files/supplier_invoices.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fsi_numInv
           ALTERNATE RECORD KEY IS fsi_numSup WITH DUPLICATES
           FILE STATUS IS cr_fsinv.

           SELECT fsinvl ASSIGN TO 'files/supplier_invoice_lines.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fil_numIl
           ALTERNATE RECORD KEY IS fil_numInv WITH DUPLICATES
           FILE STATUS IS cr_fsinvl.

           SELECT famen ASSIGN TO 'files/amenities.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           ALTERNATE RECORD KEY IS fau_numResa WITH DUPLICATES
           FILE STATUS IS cr_fauth.

           SELECT fautharch ASSIGN TO 'files/card_auths_archives.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS faua_numAuth
           ALTERNATE RECORD KEY IS faua_numResa WITH DUPLICATES
           FILE STATUS IS cr_fautharch.

           SELECT fvch ASSIGN TO 'files/vouchers.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fi_numInv
           ALTERNATE RECORD KEY IS fi_numResa WITH DUPLICATES
           FILE STATUS IS cr_finv.

           SELECT finvarch ASSIGN TO 'files/invoices_archives.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fia_numInv
           ALTERNATE RECORD KEY IS fia_numResa WITH DUPLICATES
           ALTERNATE RECORD KEY IS fia_numCl WITH DUPLICATES
           FILE STATUS IS cr_finvarch.

           SELECT frplan ASSIGN TO 'files/rate_plans.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS frp_code
           FILE STATUS IS cr_frplan.

           SELECT fallot ASSIGN TO 'files/allotments.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fat_numAl
           FILE STATUS IS cr_fallot.

           SELECT favoir ASSIGN TO 'files/credit_notes.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fav_numAv
           ALTERNATE RECORD KEY IS fav_numInv WITH DUPLICATES
           FILE STATUS IS cr_favoir.

           SELECT fsettle ASSIGN TO 'files/card_settlements.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fse_numSe
           ALTERNATE RECORD KEY IS fse_numAuth WITH DUPLICATES
           ALTERNATE RECORD KEY IS fse_numPay WITH DUPLICATES
           FILE STATUS IS cr_fsettle.

           SELECT fpaidout ASSIGN TO 'files/paid_outs.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fpd_numPd
           ALTERNATE RECORD KEY IS fpd_numShift WITH DUPLICATES
           FILE STATUS IS cr_fpaidout.

           SELECT fdispute ASSIGN TO 'files/card_disputes.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fds_numDs
           ALTERNATE RECORD KEY IS fds_numResa WITH DUPLICATES
           FILE STATUS IS cr_fdispute.

           SELECT fbudget ASSIGN TO 'files/budgets.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fbg_key
           FILE STATUS IS cr_fbudget.

           SELECT fseg ASSIGN TO 'files/market_segments.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fsg_code
           FILE STATUS IS cr_fseg.

           SELECT ftmpl ASSIGN TO 'files/message_templates.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ftm_key
           FILE STATUS IS cr_ftmpl.
