           ALTERNATE RECORD KEY IS owo_numCh WITH DUPLICATES
           FILE STATUS IS cr_fold.

           SELECT finv0 ASSIGN TO 'files/invoices.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ofi_numInv
           ALTERNATE RECORD KEY IS ofi_numResa WITH DUPLICATES
           FILE STATUS IS cr_fold.

           SELECT fquote0 ASSIGN TO 'files/quotes.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ofq_numQuote
           FILE STATUS IS cr_fold.

           SELECT fdep0 ASSIGN TO 'files/bank_deposits.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ofdp_numDep
           FILE STATUS IS cr_fold.

           SELECT fkey0 ASSIGN TO 'files/keycards.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS okc_numCard
           ALTERNATE RECORD KEY IS okc_numResa WITH DUPLICATES
           FILE STATUS IS cr_fold.

           SELECT fcamp0 ASSIGN TO 'files/campaigns.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ocg_code
           FILE STATUS IS cr_fold.

           SELECT fpod0 ASSIGN TO 'files/purchase_order_lines.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ofpod_numPd
           ALTERNATE RECORD KEY IS ofpod_numPo WITH DUPLICATES
           FILE STATUS IS cr_fold.

           SELECT fstkline0 ASSIGN TO 'files/stocktake_lines.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS otk_numTk
           ALTERNATE RECORD KEY IS otk_numSs WITH DUPLICATES
           FILE STATUS IS cr_fold.

           SELECT fabs0 ASSIGN TO 'files/absences.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ofab_numAb
           ALTERNATE RECORD KEY IS ofab_numP WITH DUPLICATES
           FILE STATUS IS cr_fold.

           SELECT fidr0 ASSIGN TO 'files/identity_register.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS oir_numIr
           ALTERNATE RECORD KEY IS oir_numResa WITH DUPLICATES
           ALTERNATE RECORD KEY IS oir_date WITH DUPLICATES
           FILE STATUS IS cr_fold.

           SELECT fcanc0 ASSIGN TO 'files/cancellations.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ox_numCanc
           ALTERNATE RECORD KEY IS ox_numResa WITH DUPLICATES
           FILE STATUS IS cr_fold.

           SELECT frtype0 ASSIGN TO 'files/room_types.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ort_label
           FILE STATUS IS cr_fold.

      * PRIOR-PRODUCTION VIEWS OF THE FILES THAT GREW AGAIN
      * AFTER THE FIRST LENGTHENING - A SITE THAT ALREADY RAN THE
      * EARLIER CONVERSION (OR WAS INSTALLED AFTER IT) HOLDS THESE
      * LENGTHS, NOT THE ANCIENT ONES ABOVE. EACH VINTAGE HAS ITS
           ALTERNATE RECORD KEY IS pfa_numCh WITH DUPLICATES
           FILE STATUS IS cr_fold.

      * MULTI-SITE VIEWS OF RESERVATIONS, ARCHIVE, MISSIONS AND
      * PERSONNEL - THE LENGTHS THEY HAD WHEN THE SITE CODE WAS
      * THEIR LAST FIELD.
           SELECT fresa2 ASSIGN TO 'files/reservations.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS qfr_numResa
           ALTERNATE RECORD KEY IS qfr_date_debut_date
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS qfr_numCl WITH DUPLICATES
           ALTERNATE RECORD KEY IS qfr_numCh WITH DUPLICATES
           FILE STATUS IS cr_fold.

           SELECT fresaarch2
           ASSIGN TO 'files/reservations_archives.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS qfa_numResa
           ALTERNATE RECORD KEY IS qfa_date_debut_date
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS qfa_numCl WITH DUPLICATES
           ALTERNATE RECORD KEY IS qfa_numCh WITH DUPLICATES
           FILE STATUS IS cr_fold.

           SELECT fmis2 ASSIGN TO 'files/missions.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS qfm_numM
           ALTERNATE RECORD KEY IS qfm_numP WITH DUPLICATES
           ALTERNATE RECORD KEY IS qfm_numCh WITH DUPLICATES
           FILE STATUS IS cr_fold.

           SELECT fpers2 ASSIGN TO 'files/personnels.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS qfp_numP
           FILE STATUS IS cr_fold.

           SELECT fch2 ASSIGN TO 'files/chambres.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS qch_numCh
           FILE STATUS IS cr_fold.

           SELECT fch1 ASSIGN TO 'files/chambres.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           ALTERNATE RECORD KEY IS pfm_numCh WITH DUPLICATES
           FILE STATUS IS cr_fold.

           SELECT fcli1 ASSIGN TO 'files/clients.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pcl_numCl
           ALTERNATE RECORD KEY IS pcl_dateNaissance
               WITH DUPLICATES
           FILE STATUS IS cr_fold.

           SELECT fwo1 ASSIGN TO 'files/work_orders.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pwo_numWo
           ALTERNATE RECORD KEY IS pwo_numCh WITH DUPLICATES
           FILE STATUS IS cr_fold.

           SELECT fstock1 ASSIGN TO 'files/stock.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS psk_numItem
           FILE STATUS IS cr_fold.

           SELECT fco1 ASSIGN TO 'files/companies.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pco_numCo
           FILE STATUS IS cr_fold.

           SELECT fco2 ASSIGN TO 'files/companies.dat'
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS qco_numCo
           FILE STATUS IS cr_fold.

           SELECT fcnw ASSIGN TO 'files/convert_work.seq'
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS cr_fcnw.
           02 owo_numCh PIC 9(4).
           02 FILLER PIC X(93).

       FD finv0.
       01 old_finv_rec.
           02 ofi_numInv PIC 9(6).
           02 ofi_numResa PIC 9(6).
           02 FILLER PIC X(64).

       FD fquote0.
       01 old_fquote_rec.
           02 ofq_numQuote PIC 9(6).
           02 FILLER PIC X(50).

       FD fdep0.
       01 old_fdep_rec.
           02 ofdp_numDep PIC 9(6).
           02 FILLER PIC X(21).

       FD fkey0.
       01 old_fkey_rec.
           02 okc_numCard PIC 9(6).
           02 FILLER PIC X(4).
           02 okc_numResa PIC 9(6).
           02 FILLER PIC X(9).

       FD fcamp0.
       01 old_fcamp_rec.
           02 ocg_code PIC X(8).
           02 FILLER PIC X(57).

       FD fpod0.
       01 old_fpod_rec.
           02 ofpod_numPd PIC 9(6).
           02 ofpod_numPo PIC 9(6).
           02 FILLER PIC X(14).

       FD fstkline0.
       01 old_fstkline_rec.
           02 otk_numTk PIC 9(6).
           02 otk_numSs PIC 9(6).
           02 FILLER PIC X(19).

       FD fabs0.
       01 old_fabs_rec.
           02 ofab_numAb PIC 9(4).
           02 ofab_numP PIC 9(4).
           02 FILLER PIC X(16).

       FD fidr0.
       01 old_fidr_rec.
           02 oir_numIr PIC 9(6).
           02 oir_numResa PIC 9(6).
           02 FILLER PIC X(115).
           02 oir_date PIC 9(8).

       FD fcanc0.
       01 old_fcanc_rec.
           02 ox_numCanc PIC 9(6).
           02 ox_numResa PIC 9(6).
           02 FILLER PIC X(48).

       FD frtype0.
       01 old_frtype_rec.
           02 ort_label PIC A(30).
           02 FILLER PIC X(17).

       FD fresa1.
       01 prior_fresa_rec.
           02 pfr_numResa PIC 9(6).
           02 pfa_date_debut_date PIC 9(8).
           02 FILLER PIC X(64).

       FD fresa2.
       01 site_fresa_rec.
           02 qfr_numResa PIC 9(6).
           02 qfr_numCh PIC 9(4).
           02 qfr_numCl PIC 9(6).
           02 FILLER PIC X(8).
           02 qfr_date_debut_date PIC 9(8).
           02 FILLER PIC X(88).

       FD fresaarch2.
       01 site_fresaarch_rec.
           02 qfa_numResa PIC 9(6).
           02 qfa_numCh PIC 9(4).
           02 qfa_numCl PIC 9(6).
           02 FILLER PIC X(8).
           02 qfa_date_debut_date PIC 9(8).
           02 FILLER PIC X(86).

       FD fmis2.
       01 site_fmis_rec.
           02 qfm_numM PIC 9(5).
           02 qfm_numP PIC 9(4).
           02 qfm_numCh PIC 9(4).
           02 FILLER PIC X(52).

       FD fpers2.
       01 site_fpers_rec.
           02 qfp_numP PIC 9(4).
           02 FILLER PIC X(255).

       FD fch2.
       01 site_fch_rec.
           02 qch_numCh PIC 9(4).
           02 FILLER PIC X(152).

       FD fch1.
       01 prior_fch_rec.
           02 pch_numCh PIC 9(4).
           02 pfm_numCh PIC 9(4).
           02 FILLER PIC X(50).

       FD fcli1.
       01 prior_fcli_rec.
           02 pcl_numCl PIC 9(6).
           02 FILLER PIC X(170).
           02 pcl_dateNaissance PIC 9(8).
           02 FILLER PIC X(15).

       FD fwo1.
       01 prior_fwo_rec.
           02 pwo_numWo PIC 9(6).
           02 pwo_numCh PIC 9(4).
           02 FILLER PIC X(99).

       FD fstock1.
       01 prior_fstock_rec.
           02 psk_numItem PIC 9(4).
           02 FILLER PIC X(45).

       FD fco1.
       01 prior_fco_rec.
           02 pco_numCo PIC 9(4).
           02 FILLER PIC X(142).

       FD fco2.
       01 credit_fco_rec.
           02 qco_numCo PIC 9(4).
           02 FILLER PIC X(151).

       FD fcnw.
       01 tamp_fcnw PIC X(300).

      * THE NEW TRAILING FIELDS ZEROED/BLANKED; A FILE ALREADY IN
      * THE NEW FORMAT REFUSES THE OLD-LAYOUT OPEN AND IS SKIPPED,
      * SO RUNNING THIS TWICE IS HARMLESS. FILES THAT GREW TWICE
      * (RESERVATIONS, ARCHIVE, CLIENTS, ROOMS, PERSONNEL, MISSIONS)
      * HAVE ONE CONVERTER PER VINTAGE - WHICHEVER MATCHES THE ON-DISK
      * RECORD LENGTH FIRES AND THE OTHERS SKIP (RESERVATIONS,
      * ARCHIVE, ROOMS, MISSIONS AND PERSONNEL HAVE A THIRD, THE
      * MULTI-SITE LAYOUT FROM BEFORE THEIR LATEST FIELDS). NOTE
      * PERSONNEL COME OUT OF THE OLDEST LAYOUT WITH AN UNSTAMPED
      * PASSWORD DATE, SO EVERYONE IS ASKED FOR A FRESH PASSWORD AT
      * THEIR NEXT LOGIN - INTENDED.
       CONVERT-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           DISPLAY "LAYOUT CONVERSION RUN - " WS-CURRENT-DATE
           MOVE 0 TO Wfin
           PERFORM CONVERT_FRESA.
           PERFORM CONVERT_FRESA_PRIOR.
           PERFORM CONVERT_FRESA_SITE.
           PERFORM CONVERT_FRESAARCH.
           PERFORM CONVERT_FRESAARCH_PRIOR.
           PERFORM CONVERT_FRESAARCH_SITE.
           PERFORM CONVERT_FCLI.
           PERFORM CONVERT_FCLI_PRIOR.
           PERFORM CONVERT_FCH.
           PERFORM CONVERT_FCH_PRIOR.
           PERFORM CONVERT_FCH_SITE.
           PERFORM CONVERT_FPERS.
           PERFORM CONVERT_FPERS_PRIOR.
           PERFORM CONVERT_FPERS_SITE.
           PERFORM CONVERT_FMIS.
           PERFORM CONVERT_FMIS_PRIOR.
           PERFORM CONVERT_FMIS_SITE.
           PERFORM CONVERT_FPAY.
           PERFORM CONVERT_FCO.
           PERFORM CONVERT_FCO_PRIOR.
           PERFORM CONVERT_FCO_CREDIT.
           PERFORM CONVERT_FSTMT.
           PERFORM CONVERT_FSTOCK.
           PERFORM CONVERT_FSTOCK_PRIOR.
           PERFORM CONVERT_FEXT.
           PERFORM CONVERT_FWO.
           PERFORM CONVERT_FWO_PRIOR.
           PERFORM CONVERT_FINV.
           PERFORM CONVERT_FQUOTE.
           PERFORM CONVERT_FDEP.
           PERFORM CONVERT_FKEY.
           PERFORM CONVERT_FCAMP.
           PERFORM CONVERT_FPOD.
           PERFORM CONVERT_FSTKLINE.
           PERFORM CONVERT_FABS.
           PERFORM CONVERT_FIDR.
           PERFORM CONVERT_FCANC.
           PERFORM CONVERT_FRTYPE.
           DISPLAY "CONVERSION COMPLETE"
           STOP RUN.

                           MOVE SPACES TO fr_conf_code
                           MOVE 0 TO fr_parking
                           MOVE SPACES TO fr_plate
                           MOVE 0 TO fr_created_date
                           MOVE 0 TO fr_created_time
                           MOVE 0 TO fr_taken_by
                           MOVE SPACES TO fr_plan
                           MOVE SPACES TO fr_segment
                           MOVE 0 TO fr_guest_confirmed
                           WRITE tamp_fresa
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           MOVE SPACES TO fr_conf_code
                           MOVE 0 TO fr_parking
                           MOVE SPACES TO fr_plate
                           MOVE 0 TO fr_created_date
                           MOVE 0 TO fr_created_time
                           MOVE 0 TO fr_taken_by
                           MOVE SPACES TO fr_plan
                           MOVE SPACES TO fr_segment
                           MOVE 0 TO fr_guest_confirmed
                           WRITE tamp_fresa
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
               END-IF
           END-IF
           MOVE 0 TO Wfin.
      * UNLOADS fresa THROUGH THE MULTI-SITE LAYOUT (THE ONE
      * ENDING WITH THE PARKING BOX AND PLATE, BEFORE THE BOOKING
      * STAMP), THEN REBUILDS IT UNDER THE CURRENT LAYOUT WITH THE
      * STAMP ZEROED - SUCH STAYS ARE LEFT OUT OF THE PICKUP AND
      * LEAD-TIME REPORTS. ANY OTHER VINTAGE REFUSES THE OPEN.
       CONVERT_FRESA_SITE.
           OPEN INPUT fresa2
           IF cr_fold NOT = "00" THEN
               CLOSE fresa2
               DISPLAY "fresa (SITE): NOTHING TO CONVERT"
           ELSE
               MOVE 0 TO WS-CNV-IN
               OPEN OUTPUT fcnw
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fresa2 NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fcnw
                           MOVE site_fresa_rec TO tamp_fcnw
                           WRITE tamp_fcnw
                           ADD 1 TO WS-CNV-IN
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fcnw
               CLOSE fresa2
               MOVE 0 TO WS-CNV-OUT
               OPEN INPUT fcnw
               OPEN OUTPUT fresa
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcnw
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fcnw(1:120) TO
                               tamp_fresa(1:120)
                           MOVE 0 TO fr_created_date
                           MOVE 0 TO fr_created_time
                           MOVE 0 TO fr_taken_by
                           MOVE SPACES TO fr_plan
                           MOVE SPACES TO fr_segment
                           MOVE 0 TO fr_guest_confirmed
                           WRITE tamp_fresa
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-CNV-OUT
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fresa
               CLOSE fcnw
               IF WS-CNV-OUT = WS-CNV-IN THEN
                   DISPLAY "fresa (SITE): " WS-CNV-OUT
                       " RECORDS CONVERTED"
               ELSE
                   DISPLAY "fresa (SITE): COUNT MISMATCH - READ "
                       WS-CNV-IN " WROTE " WS-CNV-OUT
               END-IF
           END-IF
           MOVE 0 TO Wfin.
      * UNLOADS fresaarch THROUGH ITS OLD LAYOUT, THEN REBUILDS IT UNDER
      * THE CURRENT LAYOUT WITH THE APPENDED FIELDS ZEROED/BLANKED.
      * A FILE ALREADY IN THE NEW FORMAT (OR NOT THERE AT ALL)
                           MOVE SPACES TO fra_conf_code
                           MOVE 0 TO fra_parking
                           MOVE SPACES TO fra_plate
                           MOVE 0 TO fra_created_date
                           MOVE 0 TO fra_created_time
                           MOVE 0 TO fra_taken_by
                           MOVE SPACES TO fra_plan
                           MOVE SPACES TO fra_segment
                           WRITE tamp_fresaarch
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           MOVE SPACES TO fra_conf_code
                           MOVE 0 TO fra_parking
                           MOVE SPACES TO fra_plate
                           MOVE 0 TO fra_created_date
                           MOVE 0 TO fra_created_time
                           MOVE 0 TO fra_taken_by
                           MOVE SPACES TO fra_plan
                           MOVE SPACES TO fra_segment
                           WRITE tamp_fresaarch
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
               END-IF
           END-IF
           MOVE 0 TO Wfin.
      * UNLOADS fresaarch THROUGH THE MULTI-SITE LAYOUT (UP TO
      * fra_plate), THEN REBUILDS IT UNDER THE CURRENT LAYOUT WITH
      * THE BOOKING STAMP ZEROED. ANY OTHER VINTAGE REFUSES THE OPEN.
       CONVERT_FRESAARCH_SITE.
           OPEN INPUT fresaarch2
           IF cr_fold NOT = "00" THEN
               CLOSE fresaarch2
               DISPLAY "fresaarch (SITE): NOTHING TO CONVERT"
           ELSE
               MOVE 0 TO WS-CNV-IN
               OPEN OUTPUT fcnw
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fresaarch2 NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fcnw
                           MOVE site_fresaarch_rec TO tamp_fcnw
                           WRITE tamp_fcnw
                           ADD 1 TO WS-CNV-IN
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fcnw
               CLOSE fresaarch2
               MOVE 0 TO WS-CNV-OUT
               OPEN INPUT fcnw
               OPEN OUTPUT fresaarch
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcnw
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fcnw(1:118) TO
                               tamp_fresaarch(1:118)
                           MOVE 0 TO fra_created_date
                           MOVE 0 TO fra_created_time
                           MOVE 0 TO fra_taken_by
                           MOVE SPACES TO fra_plan
                           MOVE SPACES TO fra_segment
                           WRITE tamp_fresaarch
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-CNV-OUT
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fresaarch
               CLOSE fcnw
               IF WS-CNV-OUT = WS-CNV-IN THEN
                   DISPLAY "fresaarch (SITE): " WS-CNV-OUT
                       " RECORDS CONVERTED"
               ELSE
                   DISPLAY "fresaarch (SITE): COUNT MISMATCH"
                       " - READ " WS-CNV-IN " WROTE " WS-CNV-OUT
               END-IF
           END-IF
           MOVE 0 TO Wfin.
      * UNLOADS fcli THROUGH ITS OLD LAYOUT, THEN REBUILDS IT UNDER
      * THE CURRENT LAYOUT WITH THE APPENDED FIELDS ZEROED/BLANKED.
      * A FILE ALREADY IN THE NEW FORMAT (OR NOT THERE AT ALL)
                               tamp_fcli(1:189)
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
                           WRITE tamp_fcli
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
               END-IF
           END-IF
           MOVE 0 TO Wfin.
      * THE SAME FOR A CLIENT FILE ALREADY AT THE LENGTH IT HAD
      * BEFORE THE LAST-SEGMENT FIELD WAS APPENDED.
       CONVERT_FCLI_PRIOR.
           OPEN INPUT fcli1
           IF cr_fold NOT = "00" THEN
               CLOSE fcli1
               DISPLAY "fcli (PRIOR): NOTHING TO CONVERT"
           ELSE
               MOVE 0 TO WS-CNV-IN
               OPEN OUTPUT fcnw
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcli1 NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fcnw
                           MOVE prior_fcli_rec TO tamp_fcnw
                           WRITE tamp_fcnw
                           ADD 1 TO WS-CNV-IN
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fcnw
               CLOSE fcli1
               MOVE 0 TO WS-CNV-OUT
               OPEN INPUT fcnw
               OPEN OUTPUT fcli
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcnw
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fcnw(1:199) TO
                               tamp_fcli(1:199)
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
                           WRITE tamp_fcli
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-CNV-OUT
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fcli
               CLOSE fcnw
               IF WS-CNV-OUT = WS-CNV-IN THEN
                   DISPLAY "fcli (PRIOR): " WS-CNV-OUT
                       " RECORDS CONVERTED"
               ELSE
                   DISPLAY "fcli (PRIOR): COUNT MISMATCH - READ "
                       WS-CNV-IN " WROTE " WS-CNV-OUT
               END-IF
           END-IF
           MOVE 0 TO Wfin.
      * UNLOADS fch THROUGH ITS OLD LAYOUT, THEN REBUILDS IT UNDER
      * THE CURRENT LAYOUT WITH THE APPENDED FIELDS ZEROED/BLANKED.
      * A FILE ALREADY IN THE NEW FORMAT (OR NOT THERE AT ALL)
                               tamp_fch(1:152)
                           MOVE 0 TO fc_zone
                           MOVE 1 TO fc_site
                           MOVE 0 TO fc_in_service
                           MOVE 0 TO fc_retired
                           WRITE tamp_fch
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           MOVE tamp_fcnw(1:154) TO
                               tamp_fch(1:154)
                           MOVE 1 TO fc_site
                           MOVE 0 TO fc_in_service
                           MOVE 0 TO fc_retired
                           WRITE tamp_fch
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
               END-IF
           END-IF
           MOVE 0 TO Wfin.
      * UNLOADS fch THROUGH THE MULTI-SITE LAYOUT (ENDING WITH THE
      * SITE, BEFORE THE IN-SERVICE AND RETIRED DATES), THEN REBUILDS
      * IT UNDER THE CURRENT LAYOUT WITH BOTH DATES ZEROED - EVERY
      * EXISTING ROOM HAS ALWAYS BEEN THERE AND IS STILL SELLABLE.
      * ANY OTHER VINTAGE REFUSES THE OPEN.
       CONVERT_FCH_SITE.
           OPEN INPUT fch2
           IF cr_fold NOT = "00" THEN
               CLOSE fch2
               DISPLAY "fch (SITE): NOTHING TO CONVERT"
           ELSE
               MOVE 0 TO WS-CNV-IN
               OPEN OUTPUT fcnw
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fch2 NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fcnw
                           MOVE site_fch_rec TO tamp_fcnw
                           WRITE tamp_fcnw
                           ADD 1 TO WS-CNV-IN
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fcnw
               CLOSE fch2
               MOVE 0 TO WS-CNV-OUT
               OPEN INPUT fcnw
               OPEN OUTPUT fch
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcnw
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fcnw(1:156) TO
                               tamp_fch(1:156)
                           MOVE 0 TO fc_in_service
                           MOVE 0 TO fc_retired
                           WRITE tamp_fch
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-CNV-OUT
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fch
               CLOSE fcnw
               IF WS-CNV-OUT = WS-CNV-IN THEN
                   DISPLAY "fch (SITE): " WS-CNV-OUT
                       " RECORDS CONVERTED"
               ELSE
                   DISPLAY "fch (SITE): COUNT MISMATCH - READ "
                       WS-CNV-IN " WROTE " WS-CNV-OUT
               END-IF
           END-IF
           MOVE 0 TO Wfin.
      * UNLOADS fpers THROUGH ITS OLD LAYOUT, THEN REBUILDS IT UNDER
      * THE CURRENT LAYOUT WITH THE APPENDED FIELDS ZEROED/BLANKED.
      * A FILE ALREADY IN THE NEW FORMAT (OR NOT THERE AT ALL)
      * REFUSES THE OLD-LAYOUT OPEN AND IS SKIPPED.
       CONVERT_FPERS.
           OPEN INPUT fpers0
           IF cr_fold NOT = "00" THEN
               CLOSE fpers0
               DISPLAY "fpers: NOTHING TO CONVERT (ALREADY NEW"
                   " FORMAT OR ABSENT)"
           ELSE
               MOVE 0 TO WS-CNV-IN
               OPEN OUTPUT fcnw
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fpers0 NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fcnw
                           MOVE old_fpers_rec TO tamp_fcnw
                           WRITE tamp_fcnw
                           ADD 1 TO WS-CNV-IN
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fcnw
               CLOSE fpers0
               MOVE 0 TO WS-CNV-OUT
               OPEN INPUT fcnw
               OPEN OUTPUT fpers
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcnw
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fcnw(1:126) TO
                               tamp_fpers(1:126)
                           MOVE ZEROS TO fp_pwd_changed
                           MOVE " " TO fp_hist1_salt
                           MOVE " " TO fp_hist1_hash
                           MOVE " " TO fp_hist2_salt
                           MOVE " " TO fp_hist2_hash
                           MOVE " " TO fp_hist3_salt
                           MOVE " " TO fp_hist3_hash
                           MOVE 0 TO fp_cap_day_min
                           MOVE 0 TO fp_cap_week_min
                           MOVE 1 TO fp_site
                           MOVE ZEROS TO fp_hourly_cost
                           WRITE tamp_fpers
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           MOVE 0 TO fp_cap_day_min
                           MOVE 0 TO fp_cap_week_min
                           MOVE 1 TO fp_site
                           MOVE ZEROS TO fp_hourly_cost
                           WRITE tamp_fpers
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
               END-IF
           END-IF
           MOVE 0 TO Wfin.
      * UNLOADS fpers THROUGH THE MULTI-SITE LAYOUT (ENDING WITH THE
      * SITE, BEFORE THE LOADED HOURLY COST), THEN REBUILDS IT UNDER
      * THE CURRENT LAYOUT WITH THE COST ZEROED - THE HOUSE FIGURE
      * APPLIES. ANY OTHER VINTAGE REFUSES THE OPEN.
       CONVERT_FPERS_SITE.
           OPEN INPUT fpers2
           IF cr_fold NOT = "00" THEN
               CLOSE fpers2
               DISPLAY "fpers (SITE): NOTHING TO CONVERT"
           ELSE
               MOVE 0 TO WS-CNV-IN
               OPEN OUTPUT fcnw
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fpers2 NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fcnw
                           MOVE site_fpers_rec TO tamp_fcnw
                           WRITE tamp_fcnw
                           ADD 1 TO WS-CNV-IN
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fcnw
               CLOSE fpers2
               MOVE 0 TO WS-CNV-OUT
               OPEN INPUT fcnw
               OPEN OUTPUT fpers
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcnw
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fcnw(1:259) TO
                               tamp_fpers(1:259)
                           MOVE ZEROS TO fp_hourly_cost
                           WRITE tamp_fpers
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-CNV-OUT
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fpers
               CLOSE fcnw
               IF WS-CNV-OUT = WS-CNV-IN THEN
                   DISPLAY "fpers (SITE): " WS-CNV-OUT
                       " RECORDS CONVERTED"
               ELSE
                   DISPLAY "fpers (SITE): COUNT MISMATCH - READ "
                       WS-CNV-IN " WROTE " WS-CNV-OUT
               END-IF
           END-IF
           MOVE 0 TO Wfin.
      * UNLOADS fmis THROUGH ITS OLD LAYOUT, THEN REBUILDS IT UNDER
      * THE CURRENT LAYOUT WITH THE APPENDED FIELDS ZEROED/BLANKED.
      * A FILE ALREADY IN THE NEW FORMAT (OR NOT THERE AT ALL)
                               tamp_fmis(1:62)
                           MOVE 0 TO fm_inspected
                           MOVE 1 TO fm_site
                           MOVE 0 TO fm_supply_cost
                           WRITE tamp_fmis
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           MOVE tamp_fcnw(1:63) TO
                               tamp_fmis(1:63)
                           MOVE 1 TO fm_site
                           MOVE 0 TO fm_supply_cost
                           WRITE tamp_fmis
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
               END-IF
           END-IF
           MOVE 0 TO Wfin.
      * UNLOADS fmis THROUGH THE MULTI-SITE LAYOUT (ENDING WITH THE
      * SITE, BEFORE THE CLEANING'S SUPPLY COST), THEN REBUILDS IT
      * UNDER THE CURRENT LAYOUT WITH THE COST ZEROED - SUCH MISSIONS
      * COUNT NO SUPPLIES. ANY OTHER VINTAGE REFUSES THE OPEN.
       CONVERT_FMIS_SITE.
           OPEN INPUT fmis2
           IF cr_fold NOT = "00" THEN
               CLOSE fmis2
               DISPLAY "fmis (SITE): NOTHING TO CONVERT"
           ELSE
               MOVE 0 TO WS-CNV-IN
               OPEN OUTPUT fcnw
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fmis2 NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fcnw
                           MOVE site_fmis_rec TO tamp_fcnw
                           WRITE tamp_fcnw
                           ADD 1 TO WS-CNV-IN
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fcnw
               CLOSE fmis2
               MOVE 0 TO WS-CNV-OUT
               OPEN INPUT fcnw
               OPEN OUTPUT fmis
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcnw
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fcnw(1:65) TO
                               tamp_fmis(1:65)
                           MOVE 0 TO fm_supply_cost
                           WRITE tamp_fmis
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-CNV-OUT
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fmis
               CLOSE fcnw
               IF WS-CNV-OUT = WS-CNV-IN THEN
                   DISPLAY "fmis (SITE): " WS-CNV-OUT
                       " RECORDS CONVERTED"
               ELSE
                   DISPLAY "fmis (SITE): COUNT MISMATCH - READ "
                       WS-CNV-IN " WROTE " WS-CNV-OUT
               END-IF
           END-IF
           MOVE 0 TO Wfin.
      * UNLOADS fpay THROUGH ITS OLD LAYOUT, THEN REBUILDS IT UNDER
      * THE CURRENT LAYOUT WITH THE APPENDED REVERSAL FIELDS ZEROED
      * (EVERY EXISTING LINE IS A PLAIN PAYMENT). A FILE ALREADY IN
                           MOVE tamp_fcnw(1:145) TO
                               tamp_fco(1:145)
                           MOVE 0 TO fco_dunning
                           MOVE 0 TO fco_credit_entier
                           MOVE 0 TO fco_credit_decimal
                           MOVE 0 TO fco_delivery
                           MOVE SPACES TO fco_ap_ref
                           WRITE tamp_fco
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
           END-IF
           MOVE 0 TO Wfin.

      * THE SAME FOR A COMPANY FILE ALREADY AT THE LENGTH IT HAD
      * BEFORE THE CREDIT LIMIT WAS APPENDED (DUNNING FLAG PRESENT) -
      * EVERY ACCOUNT COMES OUT WITH NO LIMIT SET.
       CONVERT_FCO_PRIOR.
           OPEN INPUT fco1
           IF cr_fold NOT = "00" THEN
               CLOSE fco1
               DISPLAY "fco (PRIOR): NOTHING TO CONVERT"
           ELSE
               MOVE 0 TO WS-CNV-IN
               OPEN OUTPUT fcnw
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fco1 NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fcnw
                           MOVE prior_fco_rec TO tamp_fcnw
                           WRITE tamp_fcnw
                           ADD 1 TO WS-CNV-IN
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fcnw
               CLOSE fco1
               MOVE 0 TO WS-CNV-OUT
               OPEN INPUT fcnw
               OPEN OUTPUT fco
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcnw
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fcnw(1:146) TO
                               tamp_fco(1:146)
                           MOVE 0 TO fco_credit_entier
                           MOVE 0 TO fco_credit_decimal
                           MOVE 0 TO fco_delivery
                           MOVE SPACES TO fco_ap_ref
                           WRITE tamp_fco
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-CNV-OUT
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fco
               CLOSE fcnw
               IF WS-CNV-OUT = WS-CNV-IN THEN
                   DISPLAY "fco (PRIOR): " WS-CNV-OUT
                       " RECORDS CONVERTED"
               ELSE
                   DISPLAY "fco (PRIOR): COUNT MISMATCH - READ "
                       WS-CNV-IN " WROTE " WS-CNV-OUT
               END-IF
           END-IF
           MOVE 0 TO Wfin.

      * THE SAME FOR A COMPANY FILE WITH THE CREDIT LIMIT BUT NOT YET
      * THE STATEMENT DELIVERY SETTING - EVERY ACCOUNT STAYS ON PAPER.
       CONVERT_FCO_CREDIT.
           OPEN INPUT fco2
           IF cr_fold NOT = "00" THEN
               CLOSE fco2
               DISPLAY "fco (CREDIT): NOTHING TO CONVERT"
           ELSE
               MOVE 0 TO WS-CNV-IN
               OPEN OUTPUT fcnw
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fco2 NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fcnw
                           MOVE credit_fco_rec TO tamp_fcnw
                           WRITE tamp_fcnw
                           ADD 1 TO WS-CNV-IN
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fcnw
               CLOSE fco2
               MOVE 0 TO WS-CNV-OUT
               OPEN INPUT fcnw
               OPEN OUTPUT fco
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcnw
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fcnw(1:155) TO
                               tamp_fco(1:155)
                           MOVE 0 TO fco_delivery
                           MOVE SPACES TO fco_ap_ref
                           WRITE tamp_fco
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-CNV-OUT
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fco
               CLOSE fcnw
               IF WS-CNV-OUT = WS-CNV-IN THEN
                   DISPLAY "fco (CREDIT): " WS-CNV-OUT
                       " RECORDS CONVERTED"
               ELSE
                   DISPLAY "fco (CREDIT): COUNT MISMATCH - READ "
                       WS-CNV-IN " WROTE " WS-CNV-OUT
               END-IF
           END-IF
           MOVE 0 TO Wfin.

      * UNLOADS fstmt THROUGH ITS OLD LAYOUT, THEN REBUILDS IT UNDER
      * THE CURRENT LAYOUT WITH THE APPENDED SETTLEMENT FIELDS
      * ZEROED/BLANKED. A FILE ALREADY IN THE NEW FORMAT (OR NOT
                           MOVE tamp_fcnw(1:44) TO
                               tamp_fstock(1:44)
                           MOVE 0 TO fsk_laundry
                           MOVE 0 TO fsk_avg_cost
                           WRITE tamp_fstock
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
               END-IF
           END-IF
           MOVE 0 TO Wfin.
      * THE SAME FOR A STOCK FILE ALREADY AT THE LENGTH IT HAD
      * BEFORE THE AVERAGE UNIT COST WAS APPENDED.
       CONVERT_FSTOCK_PRIOR.
           OPEN INPUT fstock1
           IF cr_fold NOT = "00" THEN
               CLOSE fstock1
               DISPLAY "fstock (PRIOR): NOTHING TO CONVERT"
           ELSE
               MOVE 0 TO WS-CNV-IN
               OPEN OUTPUT fcnw
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fstock1 NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fcnw
                           MOVE prior_fstock_rec TO tamp_fcnw
                           WRITE tamp_fcnw
                           ADD 1 TO WS-CNV-IN
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fcnw
               CLOSE fstock1
               MOVE 0 TO WS-CNV-OUT
               OPEN INPUT fcnw
               OPEN OUTPUT fstock
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcnw
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fcnw(1:49) TO
                               tamp_fstock(1:49)
                           MOVE 0 TO fsk_avg_cost
                           WRITE tamp_fstock
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fstock
               CLOSE fcnw
               IF WS-CNV-OUT = WS-CNV-IN THEN
                   DISPLAY "fstock (PRIOR): " WS-CNV-OUT
                       " RECORDS CONVERTED"
               ELSE
                   DISPLAY "fstock (PRIOR): COUNT MISMATCH - READ "
                       WS-CNV-IN " WROTE " WS-CNV-OUT
               END-IF
           END-IF
           MOVE 0 TO Wfin.

      * UNLOADS fext THROUGH ITS OLD LAYOUT, THEN REBUILDS IT UNDER
      * THE CURRENT LAYOUT WITH THE APPENDED EQUIPMENT REFERENCE
      * ZEROED. A FILE ALREADY IN THE NEW FORMAT (OR NOT THERE AT
      * ALL) REFUSES THE OLD-LAYOUT OPEN AND IS SKIPPED.
       CONVERT_FEXT.
           OPEN INPUT fext0
           IF cr_fold NOT = "00" THEN
               CLOSE fext0
               DISPLAY "fext: NOTHING TO CONVERT (ALREADY NEW"
                   " FORMAT OR ABSENT)"
           ELSE
               MOVE 0 TO WS-CNV-IN
               OPEN OUTPUT fcnw
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fext0 NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fcnw
                           MOVE old_fext_rec TO tamp_fcnw
                           WRITE tamp_fcnw
                           ADD 1 TO WS-CNV-IN
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fcnw
               CLOSE fext0
               MOVE 0 TO WS-CNV-OUT
               OPEN INPUT fcnw
               OPEN OUTPUT fext
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcnw
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fcnw(1:33) TO
                               tamp_fext(1:33)
                           MOVE 0 TO fe_numEq
                           WRITE tamp_fext
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-CNV-OUT
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fext
               CLOSE fcnw
               IF WS-CNV-OUT = WS-CNV-IN THEN
                   DISPLAY "fext: " WS-CNV-OUT
                       " RECORDS CONVERTED"
               ELSE
                   DISPLAY "fext: COUNT MISMATCH - READ "
                       WS-CNV-IN " WROTE " WS-CNV-OUT
               END-IF
           END-IF
           MOVE 0 TO Wfin.

      * UNLOADS fwo THROUGH ITS OLD LAYOUT, THEN REBUILDS IT UNDER
      * THE CURRENT LAYOUT WITH THE APPENDED EQUIPMENT REFERENCE
      * ZEROED. A FILE ALREADY IN THE NEW FORMAT (OR NOT THERE AT
      * ALL) REFUSES THE OLD-LAYOUT OPEN AND IS SKIPPED.
       CONVERT_FWO.
           OPEN INPUT fwo0
           IF cr_fold NOT = "00" THEN
               CLOSE fwo0
               DISPLAY "fwo: NOTHING TO CONVERT (ALREADY NEW"
                   " FORMAT OR ABSENT)"
           ELSE
               MOVE 0 TO WS-CNV-IN
               OPEN OUTPUT fcnw
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fwo0 NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fcnw(1:103) TO
                               tamp_fwo(1:103)
                           MOVE 0 TO fwo_numEq
                           MOVE ZEROS TO fwo_real_start
                           MOVE ZEROS TO fwo_real_end
                           WRITE tamp_fwo
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
               END-IF
           END-IF
           MOVE 0 TO Wfin.

      * THE SAME FOR A WORK ORDER FILE ALREADY AT THE LENGTH IT HAD
      * BEFORE THE TECHNICIAN'S REAL START/END TIMES WERE APPENDED.
       CONVERT_FWO_PRIOR.
           OPEN INPUT fwo1
           IF cr_fold NOT = "00" THEN
               CLOSE fwo1
               DISPLAY "fwo (PRIOR): NOTHING TO CONVERT"
           ELSE
               MOVE 0 TO WS-CNV-IN
               OPEN OUTPUT fcnw
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fwo1 NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fcnw
                           MOVE prior_fwo_rec TO tamp_fcnw
                           WRITE tamp_fcnw
                           ADD 1 TO WS-CNV-IN
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fcnw
               CLOSE fwo1
               MOVE 0 TO WS-CNV-OUT
               OPEN INPUT fcnw
               OPEN OUTPUT fwo
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcnw
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fcnw(1:109) TO
                               tamp_fwo(1:109)
                           MOVE ZEROS TO fwo_real_start
                           MOVE ZEROS TO fwo_real_end
                           WRITE tamp_fwo
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-CNV-OUT
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fwo
               CLOSE fcnw
               IF WS-CNV-OUT = WS-CNV-IN THEN
                   DISPLAY "fwo (PRIOR): " WS-CNV-OUT
                       " RECORDS CONVERTED"
               ELSE
                   DISPLAY "fwo (PRIOR): COUNT MISMATCH - READ "
                       WS-CNV-IN " WROTE " WS-CNV-OUT
               END-IF
           END-IF
           MOVE 0 TO Wfin.

      * UNLOADS finv THROUGH ITS OLD LAYOUT, THEN REBUILDS IT UNDER
      * THE CURRENT LAYOUT WITH THE APPENDED FIELDS ZEROED/BLANKED.
      * A FILE ALREADY IN THE NEW FORMAT (OR NOT THERE AT ALL)
      * REFUSES THE OLD-LAYOUT OPEN AND IS SKIPPED.
       CONVERT_FINV.
           OPEN INPUT finv0
           IF cr_fold NOT = "00" THEN
               CLOSE finv0
               DISPLAY "finv: NOTHING TO CONVERT (ALREADY NEW"
                   " FORMAT OR ABSENT)"
           ELSE
               MOVE 0 TO WS-CNV-IN
               OPEN OUTPUT fcnw
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ finv0 NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fcnw
                           MOVE old_finv_rec TO tamp_fcnw
                           WRITE tamp_fcnw
                           ADD 1 TO WS-CNV-IN
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fcnw
               CLOSE finv0
               MOVE 0 TO WS-CNV-OUT
               OPEN INPUT fcnw
               OPEN OUTPUT finv
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcnw
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
      *    THE OLD SIX-DIGIT NUMBER SITS UNDER A ZERO YEAR; THE
      *    WHOLE VAT OF AN OLD INVOICE GOES ON ITS FIRST LINE, AT
      *    THE RATE ITS TOTAL AND TAX IMPLY
                           MOVE tamp_fcnw(1:6) TO fi_numInv
                           MOVE tamp_fcnw(7:70) TO
                               tamp_finv(11:70)
                           MOVE SPACES TO fi_plan
                           MOVE ZEROS TO fi_vat_line(1)
                           MOVE ZEROS TO fi_vat_line(2)
                           MOVE ZEROS TO fi_vat_line(3)
                           MOVE ZEROS TO fi_vat_line(4)
                           MOVE ZEROS TO fi_vat_line(5)
                           MOVE fi_total TO fi_vat_base(1)
                           MOVE fi_tax TO fi_vat_amt(1)
                           COMPUTE WS-INV-TOTAL = fi_total_entier
                               + (fi_total_decimal / 100)
                           COMPUTE WS-INV-TAX = fi_tax_entier
                               + (fi_tax_decimal / 100)
                           IF WS-INV-TOTAL > WS-INV-TAX THEN
                               COMPUTE fi_vat_rate(1) ROUNDED =
                                   WS-INV-TAX * 100
                                   / (WS-INV-TOTAL - WS-INV-TAX)
                           END-IF
                           WRITE tamp_finv
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-CNV-OUT
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE finv
               CLOSE fcnw
               IF WS-CNV-OUT = WS-CNV-IN THEN
                   DISPLAY "finv: " WS-CNV-OUT
                       " RECORDS CONVERTED"
               ELSE
                   DISPLAY "finv: COUNT MISMATCH - READ "
                       WS-CNV-IN " WROTE " WS-CNV-OUT
               END-IF
           END-IF
           MOVE 0 TO Wfin.

      * UNLOADS fquote THROUGH ITS OLD LAYOUT, THEN REBUILDS IT UNDER
      * THE CURRENT LAYOUT WITH THE APPENDED FIELDS ZEROED/BLANKED.
      * A FILE ALREADY IN THE NEW FORMAT (OR NOT THERE AT ALL)
      * REFUSES THE OLD-LAYOUT OPEN AND IS SKIPPED.
       CONVERT_FQUOTE.
           OPEN INPUT fquote0
           IF cr_fold NOT = "00" THEN
               CLOSE fquote0
               DISPLAY "fquote: NOTHING TO CONVERT (ALREADY NEW"
                   " FORMAT OR ABSENT)"
           ELSE
               MOVE 0 TO WS-CNV-IN
               OPEN OUTPUT fcnw
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fquote0 NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fcnw
                           MOVE old_fquote_rec TO tamp_fcnw
                           WRITE tamp_fcnw
                           ADD 1 TO WS-CNV-IN
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fcnw
               CLOSE fquote0
               MOVE 0 TO WS-CNV-OUT
               OPEN INPUT fcnw
               OPEN OUTPUT fquote
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcnw
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fcnw(1:56) TO
                               tamp_fquote(1:56)
                           MOVE SPACES TO fq_plan
                           WRITE tamp_fquote
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-CNV-OUT
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fquote
               CLOSE fcnw
               IF WS-CNV-OUT = WS-CNV-IN THEN
                   DISPLAY "fquote: " WS-CNV-OUT
                       " RECORDS CONVERTED"
               ELSE
                   DISPLAY "fquote: COUNT MISMATCH - READ "
                       WS-CNV-IN " WROTE " WS-CNV-OUT
               END-IF
           END-IF
           MOVE 0 TO Wfin.

      * UNLOADS fdep THROUGH ITS OLD LAYOUT, THEN REBUILDS IT UNDER
      * THE CURRENT LAYOUT WITH THE APPENDED FIELDS ZEROED/BLANKED.
      * A FILE ALREADY IN THE NEW FORMAT (OR NOT THERE AT ALL)
      * REFUSES THE OLD-LAYOUT OPEN AND IS SKIPPED.
       CONVERT_FDEP.
           OPEN INPUT fdep0
           IF cr_fold NOT = "00" THEN
               CLOSE fdep0
               DISPLAY "fdep: NOTHING TO CONVERT (ALREADY NEW"
                   " FORMAT OR ABSENT)"
           ELSE
               MOVE 0 TO WS-CNV-IN
               OPEN OUTPUT fcnw
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fdep0 NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fcnw
                           MOVE old_fdep_rec TO tamp_fcnw
                           WRITE tamp_fcnw
                           ADD 1 TO WS-CNV-IN
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fcnw
               CLOSE fdep0
               MOVE 0 TO WS-CNV-OUT
               OPEN INPUT fcnw
               OPEN OUTPUT fdep
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcnw
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fcnw(1:27) TO
                               tamp_fdep(1:27)
      *    SLIPS BANKED BEFORE STATEMENTS WERE IMPORTED STAY TAKEN AS
      *    REACHING THE BANK, WITH NO VALUE DATE
                           MOVE 1 TO fdp_cleared
                           MOVE ZEROS TO fdp_bank_date
                           WRITE tamp_fdep
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-CNV-OUT
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fdep
               CLOSE fcnw
               IF WS-CNV-OUT = WS-CNV-IN THEN
                   DISPLAY "fdep: " WS-CNV-OUT
                       " RECORDS CONVERTED"
               ELSE
                   DISPLAY "fdep: COUNT MISMATCH - READ "
                       WS-CNV-IN " WROTE " WS-CNV-OUT
               END-IF
           END-IF
           MOVE 0 TO Wfin.

      * UNLOADS fkey THROUGH ITS OLD LAYOUT, THEN REBUILDS IT UNDER
      * THE CURRENT LAYOUT WITH THE APPENDED FIELDS ZEROED/BLANKED.
      * A FILE ALREADY IN THE NEW FORMAT (OR NOT THERE AT ALL)
      * REFUSES THE OLD-LAYOUT OPEN AND IS SKIPPED.
       CONVERT_FKEY.
           OPEN INPUT fkey0
           IF cr_fold NOT = "00" THEN
               CLOSE fkey0
               DISPLAY "fkey: NOTHING TO CONVERT (ALREADY NEW"
                   " FORMAT OR ABSENT)"
           ELSE
               MOVE 0 TO WS-CNV-IN
               OPEN OUTPUT fcnw
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fkey0 NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fcnw
                           MOVE old_fkey_rec TO tamp_fcnw
                           WRITE tamp_fcnw
                           ADD 1 TO WS-CNV-IN
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fcnw
               CLOSE fkey0
               MOVE 0 TO WS-CNV-OUT
               OPEN INPUT fcnw
               OPEN OUTPUT fkey
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcnw
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fcnw(1:25) TO
                               tamp_fkey(1:25)
                           MOVE 0 TO fkc_issued_time
                           MOVE 0 TO fkc_returned
                           MOVE 0 TO fkc_kiosk
                           WRITE tamp_fkey
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-CNV-OUT
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fkey
               CLOSE fcnw
               IF WS-CNV-OUT = WS-CNV-IN THEN
                   DISPLAY "fkey: " WS-CNV-OUT
                       " RECORDS CONVERTED"
               ELSE
                   DISPLAY "fkey: COUNT MISMATCH - READ "
                       WS-CNV-IN " WROTE " WS-CNV-OUT
               END-IF
           END-IF
           MOVE 0 TO Wfin.

      * UNLOADS fcamp THROUGH ITS OLD LAYOUT, THEN REBUILDS IT UNDER
      * THE CURRENT LAYOUT WITH THE APPENDED FIELDS ZEROED/BLANKED.
      * A FILE ALREADY IN THE NEW FORMAT (OR NOT THERE AT ALL)
      * REFUSES THE OLD-LAYOUT OPEN AND IS SKIPPED.
       CONVERT_FCAMP.
           OPEN INPUT fcamp0
           IF cr_fold NOT = "00" THEN
               CLOSE fcamp0
               DISPLAY "fcamp: NOTHING TO CONVERT (ALREADY NEW"
                   " FORMAT OR ABSENT)"
           ELSE
               MOVE 0 TO WS-CNV-IN
               OPEN OUTPUT fcnw
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcamp0 NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fcnw
                           MOVE old_fcamp_rec TO tamp_fcnw
                           WRITE tamp_fcnw
                           ADD 1 TO WS-CNV-IN
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fcnw
               CLOSE fcamp0
               MOVE 0 TO WS-CNV-OUT
               OPEN INPUT fcnw
               OPEN OUTPUT fcamp
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcnw
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fcnw(1:65) TO
                               tamp_fcamp(1:65)
                           MOVE SPACES TO fcg_audience
                           WRITE tamp_fcamp
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-CNV-OUT
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fcamp
               CLOSE fcnw
               IF WS-CNV-OUT = WS-CNV-IN THEN
                   DISPLAY "fcamp: " WS-CNV-OUT
                       " RECORDS CONVERTED"
               ELSE
                   DISPLAY "fcamp: COUNT MISMATCH - READ "
                       WS-CNV-IN " WROTE " WS-CNV-OUT
               END-IF
           END-IF
           MOVE 0 TO Wfin.

      * UNLOADS fpod THROUGH ITS OLD LAYOUT, THEN REBUILDS IT UNDER
      * THE CURRENT LAYOUT WITH THE APPENDED FIELDS ZEROED/BLANKED.
      * A FILE ALREADY IN THE NEW FORMAT (OR NOT THERE AT ALL)
      * REFUSES THE OLD-LAYOUT OPEN AND IS SKIPPED.
       CONVERT_FPOD.
           OPEN INPUT fpod0
           IF cr_fold NOT = "00" THEN
               CLOSE fpod0
               DISPLAY "fpod: NOTHING TO CONVERT (ALREADY NEW"
                   " FORMAT OR ABSENT)"
           ELSE
               MOVE 0 TO WS-CNV-IN
               OPEN OUTPUT fcnw
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fpod0 NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fcnw
                           MOVE old_fpod_rec TO tamp_fcnw
                           WRITE tamp_fcnw
                           ADD 1 TO WS-CNV-IN
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fcnw
               CLOSE fpod0
               MOVE 0 TO WS-CNV-OUT
               OPEN INPUT fcnw
               OPEN OUTPUT fpod
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcnw
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fcnw(1:26) TO
                               tamp_fpod(1:26)
                           MOVE 0 TO fpod_price_entier
                           MOVE 0 TO fpod_price_decimal
                           MOVE 0 TO fpod_qty_invoiced
                           WRITE tamp_fpod
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-CNV-OUT
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fpod
               CLOSE fcnw
               IF WS-CNV-OUT = WS-CNV-IN THEN
                   DISPLAY "fpod: " WS-CNV-OUT
                       " RECORDS CONVERTED"
               ELSE
                   DISPLAY "fpod: COUNT MISMATCH - READ "
                       WS-CNV-IN " WROTE " WS-CNV-OUT
               END-IF
           END-IF
           MOVE 0 TO Wfin.

      * UNLOADS fstkline THROUGH ITS OLD LAYOUT, THEN REBUILDS IT UNDER
      * THE CURRENT LAYOUT WITH THE APPENDED FIELDS ZEROED/BLANKED.
      * A FILE ALREADY IN THE NEW FORMAT (OR NOT THERE AT ALL)
      * REFUSES THE OLD-LAYOUT OPEN AND IS SKIPPED.
       CONVERT_FSTKLINE.
           OPEN INPUT fstkline0
           IF cr_fold NOT = "00" THEN
               CLOSE fstkline0
               DISPLAY "fstkline: NOTHING TO CONVERT (ALREADY NEW"
                   " FORMAT OR ABSENT)"
           ELSE
               MOVE 0 TO WS-CNV-IN
               OPEN OUTPUT fcnw
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fstkline0 NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fcnw
                           MOVE old_fstkline_rec TO tamp_fcnw
                           WRITE tamp_fcnw
                           ADD 1 TO WS-CNV-IN
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fcnw
               CLOSE fstkline0
               MOVE 0 TO WS-CNV-OUT
               OPEN INPUT fcnw
               OPEN OUTPUT fstkline
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcnw
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fcnw(1:31) TO
                               tamp_fstkline(1:31)
                           MOVE 0 TO ftk_unit_cost
                           MOVE 0 TO ftk_var_cost
                           WRITE tamp_fstkline
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-CNV-OUT
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fstkline
               CLOSE fcnw
               IF WS-CNV-OUT = WS-CNV-IN THEN
                   DISPLAY "fstkline: " WS-CNV-OUT
                       " RECORDS CONVERTED"
               ELSE
                   DISPLAY "fstkline: COUNT MISMATCH - READ "
                       WS-CNV-IN " WROTE " WS-CNV-OUT
               END-IF
           END-IF
           MOVE 0 TO Wfin.

      * UNLOADS fabs THROUGH ITS OLD LAYOUT, THEN REBUILDS IT UNDER
      * THE CURRENT LAYOUT WITH THE APPENDED FIELDS ZEROED/BLANKED.
      * A FILE ALREADY IN THE NEW FORMAT (OR NOT THERE AT ALL)
      * REFUSES THE OLD-LAYOUT OPEN AND IS SKIPPED.
       CONVERT_FABS.
           OPEN INPUT fabs0
           IF cr_fold NOT = "00" THEN
               CLOSE fabs0
               DISPLAY "fabs: NOTHING TO CONVERT (ALREADY NEW"
                   " FORMAT OR ABSENT)"
           ELSE
               MOVE 0 TO WS-CNV-IN
               OPEN OUTPUT fcnw
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fabs0 NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fcnw
                           MOVE old_fabs_rec TO tamp_fcnw
                           WRITE tamp_fcnw
                           ADD 1 TO WS-CNV-IN
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fcnw
               CLOSE fabs0
               MOVE 0 TO WS-CNV-OUT
               OPEN INPUT fcnw
               OPEN OUTPUT fabs
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcnw
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fcnw(1:24) TO
                               tamp_fabs(1:24)
                           MOVE 0 TO fab_type
                           MOVE 0 TO fab_days
                           WRITE tamp_fabs
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-CNV-OUT
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fabs
               CLOSE fcnw
               IF WS-CNV-OUT = WS-CNV-IN THEN
                   DISPLAY "fabs: " WS-CNV-OUT
                       " RECORDS CONVERTED"
               ELSE
                   DISPLAY "fabs: COUNT MISMATCH - READ "
                       WS-CNV-IN " WROTE " WS-CNV-OUT
               END-IF
           END-IF
           MOVE 0 TO Wfin.

      * UNLOADS fidr THROUGH ITS OLD LAYOUT, THEN REBUILDS IT UNDER
      * THE CURRENT LAYOUT WITH THE APPENDED FIELDS ZEROED/BLANKED.
      * A FILE ALREADY IN THE NEW FORMAT (OR NOT THERE AT ALL)
      * REFUSES THE OLD-LAYOUT OPEN AND IS SKIPPED.
       CONVERT_FIDR.
           OPEN INPUT fidr0
           IF cr_fold NOT = "00" THEN
               CLOSE fidr0
               DISPLAY "fidr: NOTHING TO CONVERT (ALREADY NEW"
                   " FORMAT OR ABSENT)"
           ELSE
               MOVE 0 TO WS-CNV-IN
               OPEN OUTPUT fcnw
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fidr0 NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fcnw
                           MOVE old_fidr_rec TO tamp_fcnw
                           WRITE tamp_fcnw
                           ADD 1 TO WS-CNV-IN
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fcnw
               CLOSE fidr0
               MOVE 0 TO WS-CNV-OUT
               OPEN INPUT fcnw
               OPEN OUTPUT fidr
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcnw
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fcnw(1:135) TO
                               tamp_fidr(1:135)
                           MOVE 0 TO fir_doc_prot
                           WRITE tamp_fidr
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-CNV-OUT
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fidr
               CLOSE fcnw
               IF WS-CNV-OUT = WS-CNV-IN THEN
                   DISPLAY "fidr: " WS-CNV-OUT
                       " RECORDS CONVERTED"
               ELSE
                   DISPLAY "fidr: COUNT MISMATCH - READ "
                       WS-CNV-IN " WROTE " WS-CNV-OUT
               END-IF
           END-IF
           MOVE 0 TO Wfin.

      * UNLOADS fcanc THROUGH ITS OLD LAYOUT, THEN REBUILDS IT UNDER
      * THE CURRENT LAYOUT WITH THE APPENDED FIELDS ZEROED/BLANKED.
      * A FILE ALREADY IN THE NEW FORMAT (OR NOT THERE AT ALL)
      * REFUSES THE OLD-LAYOUT OPEN AND IS SKIPPED.
       CONVERT_FCANC.
           OPEN INPUT fcanc0
           IF cr_fold NOT = "00" THEN
               CLOSE fcanc0
               DISPLAY "fcanc: NOTHING TO CONVERT (ALREADY NEW"
                   " FORMAT OR ABSENT)"
           ELSE
               MOVE 0 TO WS-CNV-IN
               OPEN OUTPUT fcnw
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcanc0 NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fcnw
                           MOVE old_fcanc_rec TO tamp_fcnw
                           WRITE tamp_fcnw
                           ADD 1 TO WS-CNV-IN
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fcnw
               CLOSE fcanc0
               MOVE 0 TO WS-CNV-OUT
               OPEN INPUT fcnw
               OPEN OUTPUT fcanc
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcnw
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fcnw(1:60) TO
                               tamp_fcanc(1:60)
                           MOVE 0 TO fx_origin
                           MOVE 0 TO fx_numCo
                           MOVE 0 TO fx_stay
                           MOVE 0 TO fx_nights
                           MOVE 0 TO fx_duree_hours
                           MOVE 0 TO fx_duree_minute
                           MOVE 0 TO fx_created_date
                           WRITE tamp_fcanc
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-CNV-OUT
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fcanc
               CLOSE fcnw
               IF WS-CNV-OUT = WS-CNV-IN THEN
                   DISPLAY "fcanc: " WS-CNV-OUT
                       " RECORDS CONVERTED"
               ELSE
                   DISPLAY "fcanc: COUNT MISMATCH - READ "
                       WS-CNV-IN " WROTE " WS-CNV-OUT
               END-IF
           END-IF
           MOVE 0 TO Wfin.

      * UNLOADS frtype THROUGH ITS OLD LAYOUT, THEN REBUILDS IT UNDER
      * THE CURRENT LAYOUT WITH THE APPENDED FIELDS ZEROED/BLANKED.
      * A FILE ALREADY IN THE NEW FORMAT (OR NOT THERE AT ALL)
      * REFUSES THE OLD-LAYOUT OPEN AND IS SKIPPED.
       CONVERT_FRTYPE.
           OPEN INPUT frtype0
           IF cr_fold NOT = "00" THEN
               CLOSE frtype0
               DISPLAY "frtype: NOTHING TO CONVERT (ALREADY NEW"
                   " FORMAT OR ABSENT)"
           ELSE
               MOVE 0 TO WS-CNV-IN
               OPEN OUTPUT fcnw
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ frtype0 NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fcnw
                           MOVE old_frtype_rec TO tamp_fcnw
                           WRITE tamp_fcnw
                           ADD 1 TO WS-CNV-IN
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE fcnw
               CLOSE frtype0
               MOVE 0 TO WS-CNV-OUT
               OPEN INPUT fcnw
               OPEN OUTPUT frtype
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcnw
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fcnw(1:47) TO
                               tamp_frtype(1:47)
                           MOVE 0 TO frt_turn_target
                           WRITE tamp_frtype
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-CNV-OUT
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
               CLOSE frtype
               CLOSE fcnw
               IF WS-CNV-OUT = WS-CNV-IN THEN
                   DISPLAY "frtype: " WS-CNV-OUT
                       " RECORDS CONVERTED"
               ELSE
                   DISPLAY "frtype: COUNT MISMATCH - READ "
                       WS-CNV-IN " WROTE " WS-CNV-OUT
               END-IF
           END-IF
           MOVE 0 TO Wfin.
